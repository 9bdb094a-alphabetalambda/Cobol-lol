000400* Nightly delimited extract of banner history joined with the
000500* gateway delivery outcomes, for the ops reporting database
000600* the analysts load.  Every AUDITLOG entry in the requested
000610* range - shift opens (type O), cycle closes (type C), and
000620* ad-hoc mid-window broadcasts (type B) -
000800* becomes one comma-delimited record carrying the run date,
000900* run time, shift, entry type, severity class, message source,
000910* return code, duplicate flag, operator reply, the delivery
000920* status the gateway acknowledged for the matching page
000930* extract (NONE when no acknowledgment matches, as on
000940* duplicate runs that page nothing), and the on-call contact
000950* the ROSTER names for the acknowledged destination (empty
000960* when there is no acknowledgment or no roster entry).  The
000970* existing transfer job picks the file up; nobody retypes the
000980* printouts again.
001450*
001460*-----------------------------------------------------------*
001470* MODIFICATION HISTORY                                      *
001500* 2026-09-02 RLS  Original program.                         *
001502* 2026-09-02 RLS  PARM range and every extracted date now    *
001504*                 carry four-digit years (YYYYMMDD).         *
001505* 2026-10-15 RLS  Ad-hoc broadcasts written by VARSBRD are   *
001506*                 extracted with entry type B instead of     *
001507*                 being passed off as shift opens.           *
001508* 2026-10-15 RLS  GWACK layout taken from the ACKREC         *
001509*                 copybook.  The file is checked against its *
001510*                 own transfer trailers before any event is  *
001511*                 extracted; a count or hash mismatch, or    *
001512*                 acknowledgments with no trailer, ends the  *
001513*                 step with the new condition code 20 and an *
001514*                 empty extract, so a broken transfer is     *
001515*                 never passed on as delivery status NONE.   *
001517* 2026-10-15 RLS  Each record ends with the on-call contact  *
001519*                 the ROSTER names for the acknowledged      *
001521*                 destination and the entry's shift and run  *
001523*                 date.                                      *
001525*-----------------------------------------------------------*
001600 ENVIRONMENT DIVISION.
001610 INPUT-OUTPUT SECTION.
001620 FILE-CONTROL.
001650     SELECT GWACK ASSIGN TO GWACK
001660         ORGANIZATION IS SEQUENTIAL
001670         FILE STATUS IS WS-GWACK-STATUS.
001671     SELECT ROSTER ASSIGN TO ROSTER
001672         ORGANIZATION IS INDEXED
001673         ACCESS MODE IS DYNAMIC
001674         RECORD KEY IS ROS-KEY
001675         FILE STATUS IS WS-ROSTER-STATUS.
001680     SELECT DLMOUT ASSIGN TO DLMOUT
001690         ORGANIZATION IS SEQUENTIAL.
001700*
001850*
001860 FD  GWACK
001870     RECORDING MODE IS F.
001880     COPY ackrec.
001890*
001900 FD  ROSTER.
001910     COPY rosrec.
001960*
001970 FD  DLMOUT
001980     RECORDING MODE IS F.
002140         88  WS-ACK-FOUND                   VALUE 'Y'.
002150     05  WS-DATE-FILTER-SW       PIC X(01) VALUE 'N'.
002160         88  WS-DATE-FILTER-ACTIVE          VALUE 'Y'.
002161     05  WS-ROSTER-STATUS        PIC X(02) VALUE '00'.
002162     05  WS-ROSTER-EOF-SW        PIC X(01) VALUE 'N'.
002163         88  WS-ROSTER-EOF                  VALUE 'Y'.
002164     05  WS-ROSTER-HIT-SW        PIC X(01) VALUE 'N'.
002165         88  WS-ROSTER-HIT                  VALUE 'Y'.
002166     05  WS-ROSTER-OPEN-SW       PIC X(01) VALUE 'N'.
002167         88  WS-ROSTER-OPEN                 VALUE 'Y'.
002170*
002180*-----------------------------------------------------------*
002190* EXTRACT RETURN CODE                                       *
002210*   0004 = EXTRACT WRITTEN BUT EMPTY - NOTHING IN RANGE     *
002220*   0016 = ACKNOWLEDGMENT TABLE OVERFLOW - EXTRACT          *
002230*          INCOMPLETE, DO NOT TRANSFER                      *
002232*   0020 = GWACK DOES NOT MATCH ITS TRANSFER TRAILER - THE  *
002234*          FILE FROM THE GATEWAY IS INCOMPLETE, NO EXTRACT  *
002236*          WRITTEN                                          *
002240*-----------------------------------------------------------*
002250 01  WS-EXTRACT-RC               PIC 9(04) VALUE ZERO.
002260*
002360         10  WS-TBL-ACK-DATE     PIC 9(08).
002370         10  WS-TBL-ACK-TIME     PIC 9(08).
002380         10  WS-TBL-ACK-STATUS   PIC X(01).
002381         10  WS-TBL-ACK-DEST     PIC X(08).
002382*
002383*-----------------------------------------------------------*
002384* GWACK TRANSFER CHECK - ACKNOWLEDGMENTS COUNTED AND        *
002385* HASHED (SUM OF ACK-RUN-TIME) SINCE THE LAST TRAILER,      *
002386* FOR MATCHING AGAINST THE NEXT ONE                         *
002387*-----------------------------------------------------------*
002388 01  WS-ACK-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
002389 01  WS-ACK-HASH-TOTAL           PIC 9(15) VALUE ZERO.
002390 01  WS-ACK-EXPECTED-N           PIC 9(08) VALUE ZERO.
002391 01  WS-ACK-RECEIVED-N           PIC 9(08) VALUE ZERO.
002393 01  WS-ACK-CHECK-MSG            PIC X(60) VALUE SPACES.
002395*
002400*-----------------------------------------------------------*
002410* DELIMITED FIELD BUILD AREA - EVERY FIELD IS EDITED TO      *
002420* DISPLAY FORM FIRST SO THE STRING NEVER CARRIES BINARY     *
002460 01  WS-F-ENTRY-TYPE             PIC X(01).
002470 01  WS-F-RETURN-CODE            PIC 9(04).
002480 01  WS-F-STATUS                 PIC X(04).
002481*
002482*-----------------------------------------------------------*
002483* ON-CALL CONTACT LOOKUP - THE DESTINATION, SHIFT, AND DATE  *
002484* BEING LOOKED UP, AND THE CONTACTS THE ROSTER NAMES         *
002485*-----------------------------------------------------------*
002486 01  WS-ROSTER-LOOKUP.
002487     05  WS-ROSTER-DEST          PIC X(08) VALUE SPACES.
002488     05  WS-ROSTER-SHIFT         PIC X(01) VALUE SPACE.
002489     05  WS-ROSTER-DATE          PIC 9(08) VALUE ZERO.
002490     05  WS-ROSTER-PRIMARY       PIC X(08) VALUE SPACES.
002491     05  WS-ROSTER-BACKUP        PIC X(08) VALUE SPACES.
002495*
002500*-----------------------------------------------------------*
002510* CONTROL TOTALS                                            *
002520*-----------------------------------------------------------*
004230     IF WS-GWACK-OPEN
004240         CLOSE GWACK
004250     END-IF.
004252     IF WS-EXTRACT-RC < 16
004254         AND WS-ACK-BATCH-COUNT > ZERO
004256         MOVE 'GWACK ENDS WITHOUT A TRAILER - TRANSFER TRUNCATED'
004258             TO WS-ACK-CHECK-MSG
004260         PERFORM 1160-ACK-TRANSFER-FAILED
004262             THRU 1160-EXIT
004264     END-IF.
004266     IF WS-EXTRACT-RC >= 16
004270         GO TO 1000-EXIT
004280     END-IF.
004281     OPEN INPUT ROSTER.
004282     IF WS-ROSTER-STATUS = '00'
004283         MOVE 'Y' TO WS-ROSTER-OPEN-SW
004284     ELSE
004285         DISPLAY 'VARSEXT - NO ROSTER FILE - CONTACTS LEFT EMPTY'
004286     END-IF.
004290     OPEN INPUT AUDITLOG.
004300     PERFORM 1200-READ-AUDIT-RECORD
004310         THRU 1200-EXIT.
004460             MOVE 'Y' TO WS-GWACK-EOF-SW
004470             GO TO 1100-EXIT
004480     END-READ.
004481     IF ACC-CONTROL-RECORD
004482         PERFORM 1150-CHECK-ACK-CONTROL
004483             THRU 1150-EXIT
004484         GO TO 1100-EXIT
004485     END-IF.
004486     ADD 1 TO WS-ACK-BATCH-COUNT.
004487     ADD ACK-RUN-TIME TO WS-ACK-HASH-TOTAL.
004490     IF WS-ACK-COUNT >= WS-ACK-LIMIT
004500         MOVE 16 TO WS-EXTRACT-RC
004510         DISPLAY 'VARSEXT - ACK TABLE OVERFLOW - MORE THAN '
004570     MOVE ACK-RUN-DATE TO WS-TBL-ACK-DATE (WS-ACK-IDX).
004580     MOVE ACK-RUN-TIME TO WS-TBL-ACK-TIME (WS-ACK-IDX).
004590     MOVE ACK-STATUS TO WS-TBL-ACK-STATUS (WS-ACK-IDX).
004595     MOVE ACK-DESTINATION TO WS-TBL-ACK-DEST (WS-ACK-IDX).
004600 1100-EXIT.
004601     EXIT.
004602*
004603*-----------------------------------------------------------*
004604* 1150-CHECK-ACK-CONTROL - CHECK A GWACK HEADER OR          *
004605*                         TRAILER.  A TRAILER MUST          *
004606*                         CARRY THE COUNT AND HASH          *
004607*                         TOTAL OF THE ACKNOWLEDGMENTS      *
004608*                         SINCE THE PREVIOUS ONE; A         *
004609*                         HEADER MUST NOT ARRIVE WHILE      *
004610*                         ANY ARE STILL WAITING FOR         *
004611*                         THEIR TRAILER.                    *
004612*-----------------------------------------------------------*
004613 1150-CHECK-ACK-CONTROL.
004614     IF ACC-HEADER
004615         IF WS-ACK-BATCH-COUNT > ZERO
004616             MOVE 'GWACK HEADER BEFORE THE PRIOR TRAILER'
004617                 TO WS-ACK-CHECK-MSG
004618             PERFORM 1160-ACK-TRANSFER-FAILED
004619                 THRU 1160-EXIT
004620         END-IF
004621         GO TO 1150-EXIT
004622     END-IF.
004623     IF ACC-RECORD-COUNT NOT = WS-ACK-BATCH-COUNT
004624         MOVE ACC-RECORD-COUNT TO WS-ACK-EXPECTED-N
004625         MOVE WS-ACK-BATCH-COUNT TO WS-ACK-RECEIVED-N
004626         MOVE SPACES TO WS-ACK-CHECK-MSG
004627         STRING 'GWACK TRAILER COUNT ' DELIMITED BY SIZE
004628                WS-ACK-EXPECTED-N      DELIMITED BY SIZE
004629                ' BUT '                DELIMITED BY SIZE
004630                WS-ACK-RECEIVED-N      DELIMITED BY SIZE
004631                ' RECEIVED'            DELIMITED BY SIZE
004632           INTO WS-ACK-CHECK-MSG
004633         PERFORM 1160-ACK-TRANSFER-FAILED
004634             THRU 1160-EXIT
004635         GO TO 1150-EXIT
004636     END-IF.
004637     IF ACC-HASH-TOTAL NOT = WS-ACK-HASH-TOTAL
004638         MOVE 'GWACK TRAILER HASH TOTAL DOES NOT MATCH'
004639             TO WS-ACK-CHECK-MSG
004640         PERFORM 1160-ACK-TRANSFER-FAILED
004641             THRU 1160-EXIT
004642         GO TO 1150-EXIT
004643     END-IF.
004644     MOVE ZERO TO WS-ACK-BATCH-COUNT.
004645     MOVE ZERO TO WS-ACK-HASH-TOTAL.
004646 1150-EXIT.
004647     EXIT.
004648*
004649*-----------------------------------------------------------*
004650* 1160-ACK-TRANSFER-FAILED - GWACK DOES NOT AGREE WITH      *
004651*                           ITS OWN CONTROL RECORDS, SO     *
004652*                           THE TRANSFER FROM THE           *
004653*                           GATEWAY WAS TRUNCATED OR        *
004654*                           DOUBLED.  NOTHING IN IT IS      *
004655*                           TRUSTED - THE STEP STOPS WITH   *
004656*                           CONDITION CODE 20, A            *
004657*                           TRANSFER PROBLEM RATHER         *
004658*                           THAN A DELIVERY PROBLEM.        *
004659*-----------------------------------------------------------*
004660 1160-ACK-TRANSFER-FAILED.
004661     MOVE 20 TO WS-EXTRACT-RC.
004662     MOVE 'Y' TO WS-GWACK-EOF-SW.
004663     DISPLAY 'VARSEXT - ' WS-ACK-CHECK-MSG.
004664     DISPLAY 'VARSEXT - GATEWAY TRANSFER INCOMPLETE - EXTRACT '
004665         'NOT WRITTEN'.
004666 1160-EXIT.
004676     EXIT.
004686*
004700*-----------------------------------------------------------*
004710* 1200-READ-AUDIT-RECORD - GET THE NEXT HISTORY RECORD       *
004720*-----------------------------------------------------------*
005130         THRU 2100-EXIT.
005140     MOVE AUD-RUN-DATE TO WS-F-DATE.
005150     MOVE AUD-RUN-TIME TO WS-F-TIME.
005156     EVALUATE TRUE
005162         WHEN AUD-CLOSE-ENTRY
005168             MOVE 'C' TO WS-F-ENTRY-TYPE
005174         WHEN AUD-BROADCAST-ENTRY
005180             MOVE 'B' TO WS-F-ENTRY-TYPE
005186         WHEN OTHER
005192             MOVE 'O' TO WS-F-ENTRY-TYPE
005198     END-EVALUATE.
005210     MOVE AUD-RETURN-CODE TO WS-F-RETURN-CODE.
005215     MOVE SPACES TO WS-ROSTER-PRIMARY.
005220     IF WS-ACK-FOUND
005230         MOVE WS-TBL-ACK-STATUS (WS-ACK-IDX) TO WS-F-STATUS
005233         PERFORM 2200-RESOLVE-CONTACT
005236             THRU 2200-EXIT
005240     ELSE
005250         MOVE 'NONE' TO WS-F-STATUS
005260     END-IF.
005440            AUD-OPERATOR-REPLY  DELIMITED BY SPACE
005450            ','                 DELIMITED BY SIZE
005460            WS-F-STATUS         DELIMITED BY SPACE
005463            ','                 DELIMITED BY SIZE
005466            WS-ROSTER-PRIMARY   DELIMITED BY SPACE
005470       INTO DLM-RECORD.
005480     WRITE DLM-RECORD.
005490     ADD 1 TO WS-RECORDS-WRITTEN.
005780     EXIT.
005790*
006000*-----------------------------------------------------------*
006001* 2200-RESOLVE-CONTACT - LOOK UP THE PRIMARY ON-CALL CONTACT *
006002*                        FOR THE ACKNOWLEDGED DESTINATION ON *
006003*                        THE ENTRY'S SHIFT AND RUN DATE -    *
006004*                        THE SHIFT'S OWN ROSTER ENTRY FIRST, *
006005*                        ELSE THE ALL-SHIFT ENTRY            *
006006*-----------------------------------------------------------*
006007 2200-RESOLVE-CONTACT.
006008     MOVE SPACES TO WS-ROSTER-PRIMARY.
006009     MOVE SPACES TO WS-ROSTER-BACKUP.
006010     IF NOT WS-ROSTER-OPEN
006011         GO TO 2200-EXIT
006012     END-IF.
006013     MOVE WS-TBL-ACK-DEST (WS-ACK-IDX) TO WS-ROSTER-DEST.
006014     MOVE AUD-SHIFT-CODE TO WS-ROSTER-SHIFT.
006015     MOVE AUD-RUN-DATE TO WS-ROSTER-DATE.
006016     PERFORM 2250-FIND-ROSTER-ENTRY
006017         THRU 2250-EXIT.
006018     IF NOT WS-ROSTER-HIT
006019         MOVE SPACE TO WS-ROSTER-SHIFT
006020         PERFORM 2250-FIND-ROSTER-ENTRY
006021             THRU 2250-EXIT
006022     END-IF.
006023 2200-EXIT.
006024     EXIT.
006025*
006026*-----------------------------------------------------------*
006027* 2250-FIND-ROSTER-ENTRY - POSITION ON THE FIRST ENTRY FOR   *
006028*                          THE DESTINATION AND SHIFT BEING   *
006029*                          LOOKED UP AND READ FORWARD TO THE *
006030*                          ONE WHOSE DATE RANGE COVERS THE   *
006031*                          LOOKUP DATE                       *
006032*-----------------------------------------------------------*
006033 2250-FIND-ROSTER-ENTRY.
006034     MOVE 'N' TO WS-ROSTER-HIT-SW.
006035     MOVE 'N' TO WS-ROSTER-EOF-SW.
006036     MOVE WS-ROSTER-DEST TO ROS-DESTINATION.
006037     MOVE WS-ROSTER-SHIFT TO ROS-SHIFT-CODE.
006038     MOVE ZERO TO ROS-START-DATE.
006039     START ROSTER KEY NOT LESS THAN ROS-KEY
006040         INVALID KEY
006041             MOVE 'Y' TO WS-ROSTER-EOF-SW
006042     END-START.
006043     PERFORM 2260-SCAN-ROSTER-ENTRY
006044         THRU 2260-EXIT
006045         UNTIL WS-ROSTER-EOF.
006046 2250-EXIT.
006047     EXIT.
006048*
006049*-----------------------------------------------------------*
006050* 2260-SCAN-ROSTER-ENTRY - TEST THE NEXT ROSTER ENTRY.  THE  *
006051*                          SCAN STOPS AT THE FIRST ENTRY FOR *
006052*                          ANOTHER DESTINATION OR SHIFT, OR  *
006053*                          STARTING AFTER THE LOOKUP DATE.   *
006054*-----------------------------------------------------------*
006055 2260-SCAN-ROSTER-ENTRY.
006056     READ ROSTER NEXT RECORD
006057         AT END
006058             MOVE 'Y' TO WS-ROSTER-EOF-SW
006059             GO TO 2260-EXIT
006060     END-READ.
006061     IF ROS-DESTINATION NOT = WS-ROSTER-DEST
006062         OR ROS-SHIFT-CODE NOT = WS-ROSTER-SHIFT
006063         OR ROS-START-DATE > WS-ROSTER-DATE
006064         MOVE 'Y' TO WS-ROSTER-EOF-SW
006065         GO TO 2260-EXIT
006066     END-IF.
006067     IF ROS-END-DATE >= WS-ROSTER-DATE
006068         MOVE ROS-PRIMARY-CONTACT TO WS-ROSTER-PRIMARY
006069         MOVE ROS-BACKUP-CONTACT TO WS-ROSTER-BACKUP
006070         MOVE 'Y' TO WS-ROSTER-HIT-SW
006071         MOVE 'Y' TO WS-ROSTER-EOF-SW
006072     END-IF.
006073 2260-EXIT.
006074     EXIT.
006075*
006076*-----------------------------------------------------------*
006077* 9000-TERMINATE - SHOW THE CONTROL TOTALS AND CLOSE FILES   *
006078*-----------------------------------------------------------*
006079 9000-TERMINATE.
006080     IF WS-EXTRACT-RC = ZERO
006081         AND WS-RECORDS-WRITTEN = ZERO
006082         MOVE 4 TO WS-EXTRACT-RC
006083     END-IF.
006086     MOVE WS-RECORDS-READ TO WS-COUNT-EDIT.
006090     DISPLAY 'VARSEXT - AUDIT RECORDS READ:    ' WS-COUNT-EDIT.
006100     MOVE WS-RECORDS-WRITTEN TO WS-COUNT-EDIT.
006110     DISPLAY 'VARSEXT - EXTRACT RECORDS WRITTEN: '
006130     IF WS-EXTRACT-RC < 16
006140         CLOSE AUDITLOG
006150     END-IF.
006152     IF WS-ROSTER-OPEN
006154         CLOSE ROSTER
006156     END-IF.
006160     CLOSE DLMOUT.
006170 9000-EXIT.
006180     EXIT.
