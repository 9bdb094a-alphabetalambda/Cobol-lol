000100* with no acknowledgment, every delivery the gateway marked
000110* failed, and every acknowledgment with no matching extract,
000120* ending with a nonzero condition code so the morning
000123* checklist catches a dead gateway the same day.  A page held
000126* back during planned maintenance and released late by VARSREL
000129* is marked delayed; until the gateway acknowledges it, it is
000132* reported as awaiting acknowledgment rather than as a failed
000135* delivery.
000140*
000150*-----------------------------------------------------------*
000160* MODIFICATION HISTORY                                      *
000240*                 delivered page whose destination does not *
000250*                 match the one the extract asked for is    *
000260*                 reported as its own exception.            *
000261* 2026-10-15 RLS  A delayed extract (held for planned       *
000262*                 maintenance, released by VARSREL) with no *
000263*                 acknowledgment yet is listed as awaiting  *
000264*                 acknowledgment with condition code 4, not *
000265*                 as an exception; delayed extracts get     *
000266*                 their own control total.                  *
000267* 2026-10-15 RLS  GWACK layout taken from the ACKREC        *
000268*                 copybook.  The file is checked against    *
000269*                 its own transfer trailers before anything *
000270*                 is reconciled; a count or hash mismatch,  *
000271*                 or acknowledgments with no trailer, ends  *
000272*                 the step with the new condition code 20.  *
000273*                 PAGEEXT batch header and trailer records  *
000274*                 are skipped.                              *
000275* 2026-10-15 RLS  Each exception and awaiting line shows    *
000276*                 the on-call contact stamped on the page;  *
000277*                 an unmatched acknowledgment has no page,  *
000278*                 so no contact.                            *
000279*-----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000440*
000450 FD  GWACK
000460     RECORDING MODE IS F.
000470     COPY ackrec.
000550*
000560 FD  RPTOUT
000570     RECORDING MODE IS F.
000750*-----------------------------------------------------------*
000760* RECONCILIATION RETURN CODE                                *
000770*   0000 = EVERY EXTRACT ACKNOWLEDGED AS DELIVERED          *
000773*   0004 = ONLY DELAYED EXTRACTS (RELEASED AFTER PLANNED    *
000776*          MAINTENANCE) STILL AWAITING ACKNOWLEDGMENT       *
000780*   0008 = UNACKNOWLEDGED, FAILED, OR ORPHAN ENTRIES FOUND  *
000790*   0016 = ACKNOWLEDGMENT TABLE OVERFLOW - ENLARGE AND      *
000800*          RECOMPILE, NOTHING RECONCILED BEYOND THE LIMIT   *
000802*   0020 = GWACK DOES NOT MATCH ITS TRANSFER TRAILER - THE  *
000804*          FILE FROM THE GATEWAY IS INCOMPLETE, NOTHING     *
000806*          RECONCILED                                       *
000810*-----------------------------------------------------------*
000820 01  WS-RECON-RC                 PIC 9(04) VALUE ZERO.
000830*
000980         10  WS-TBL-ACK-DEST     PIC X(08).
000990         10  WS-TBL-ACK-USED-SW  PIC X(01).
001000             88  WS-TBL-ACK-USED            VALUE 'Y'.
001001*
001002*-----------------------------------------------------------*
001003* GWACK TRANSFER CHECK - ACKNOWLEDGMENTS COUNTED AND        *
001004* HASHED (SUM OF ACK-RUN-TIME) SINCE THE LAST TRAILER,      *
001005* FOR MATCHING AGAINST THE NEXT ONE                         *
001006*-----------------------------------------------------------*
001007 01  WS-ACK-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
001008 01  WS-ACK-HASH-TOTAL           PIC 9(15) VALUE ZERO.
001009 01  WS-ACK-EXPECTED-N           PIC 9(08) VALUE ZERO.
001010 01  WS-ACK-RECEIVED-N           PIC 9(08) VALUE ZERO.
001011 01  WS-ACK-CHECK-MSG            PIC X(60) VALUE SPACES.
001015*
001020*-----------------------------------------------------------*
001030* COUNTERS                                                  *
001040*-----------------------------------------------------------*
001050 01  WS-EXTRACTS-READ            PIC 9(06) COMP VALUE ZERO.
001060 01  WS-DELIVERED-COUNT          PIC 9(06) COMP VALUE ZERO.
001070 01  WS-EXCEPTION-COUNT          PIC 9(06) COMP VALUE ZERO.
001073 01  WS-DELAYED-COUNT            PIC 9(06) COMP VALUE ZERO.
001076 01  WS-AWAITING-COUNT           PIC 9(06) COMP VALUE ZERO.
001080 01  WS-COUNT-EDIT               PIC ZZZZZ9.
001090*
001100*-----------------------------------------------------------*
001190     05  WS-E-TIME               PIC 9(08).
001200     05  FILLER                  PIC X(02) VALUE SPACES.
001210     05  WS-E-SHIFT              PIC X(01).
001213     05  FILLER                  PIC X(02) VALUE SPACES.
001216     05  WS-E-CONTACT            PIC X(08).
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  WS-E-TEXT               PIC X(44).
001240*
001660     IF WS-GWACK-OPEN
001670         CLOSE GWACK
001680     END-IF.
001682     IF WS-RECON-RC < 16
001684         AND WS-ACK-BATCH-COUNT > ZERO
001686         MOVE 'GWACK ENDS WITHOUT A TRAILER - TRANSFER TRUNCATED'
001688             TO WS-ACK-CHECK-MSG
001690         PERFORM 1160-ACK-TRANSFER-FAILED
001692             THRU 1160-EXIT
001694     END-IF.
001696     IF WS-RECON-RC >= 16
001700         GO TO 1000-EXIT
001710     END-IF.
001720     OPEN INPUT PAGEEXT.
001840             MOVE 'Y' TO WS-GWACK-EOF-SW
001850             GO TO 1100-EXIT
001860     END-READ.
001861     IF ACC-CONTROL-RECORD
001862         PERFORM 1150-CHECK-ACK-CONTROL
001863             THRU 1150-EXIT
001864         GO TO 1100-EXIT
001865     END-IF.
001866     ADD 1 TO WS-ACK-BATCH-COUNT.
001867     ADD ACK-RUN-TIME TO WS-ACK-HASH-TOTAL.
001870     IF WS-ACK-COUNT >= WS-ACK-LIMIT
001880         MOVE 16 TO WS-RECON-RC
001890         MOVE 'ACK TABLE OVERFLOW - MORE THAN 2000 RECORDS'
001990     MOVE ACK-DESTINATION TO WS-TBL-ACK-DEST (WS-ACK-IDX).
002000     MOVE 'N' TO WS-TBL-ACK-USED-SW (WS-ACK-IDX).
002010 1100-EXIT.
002011     EXIT.
002012*
002013*-----------------------------------------------------------*
002014* 1150-CHECK-ACK-CONTROL - CHECK A GWACK HEADER OR          *
002015*                         TRAILER.  A TRAILER MUST          *
002016*                         CARRY THE COUNT AND HASH          *
002017*                         TOTAL OF THE ACKNOWLEDGMENTS      *
002018*                         SINCE THE PREVIOUS ONE; A         *
002019*                         HEADER MUST NOT ARRIVE WHILE      *
002020*                         ANY ARE STILL WAITING FOR         *
002021*                         THEIR TRAILER.                    *
002022*-----------------------------------------------------------*
002023 1150-CHECK-ACK-CONTROL.
002024     IF ACC-HEADER
002025         IF WS-ACK-BATCH-COUNT > ZERO
002026             MOVE 'GWACK HEADER BEFORE THE PRIOR TRAILER'
002027                 TO WS-ACK-CHECK-MSG
002028             PERFORM 1160-ACK-TRANSFER-FAILED
002029                 THRU 1160-EXIT
002030         END-IF
002031         GO TO 1150-EXIT
002032     END-IF.
002033     IF ACC-RECORD-COUNT NOT = WS-ACK-BATCH-COUNT
002034         MOVE ACC-RECORD-COUNT TO WS-ACK-EXPECTED-N
002035         MOVE WS-ACK-BATCH-COUNT TO WS-ACK-RECEIVED-N
002036         MOVE SPACES TO WS-ACK-CHECK-MSG
002037         STRING 'GWACK TRAILER COUNT ' DELIMITED BY SIZE
002038                WS-ACK-EXPECTED-N      DELIMITED BY SIZE
002039                ' BUT '                DELIMITED BY SIZE
002040                WS-ACK-RECEIVED-N      DELIMITED BY SIZE
002041                ' RECEIVED'            DELIMITED BY SIZE
002042           INTO WS-ACK-CHECK-MSG
002043         PERFORM 1160-ACK-TRANSFER-FAILED
002044             THRU 1160-EXIT
002045         GO TO 1150-EXIT
002046     END-IF.
002047     IF ACC-HASH-TOTAL NOT = WS-ACK-HASH-TOTAL
002048         MOVE 'GWACK TRAILER HASH TOTAL DOES NOT MATCH'
002049             TO WS-ACK-CHECK-MSG
002050         PERFORM 1160-ACK-TRANSFER-FAILED
002051             THRU 1160-EXIT
002052         GO TO 1150-EXIT
002053     END-IF.
002054     MOVE ZERO TO WS-ACK-BATCH-COUNT.
002055     MOVE ZERO TO WS-ACK-HASH-TOTAL.
002056 1150-EXIT.
002057     EXIT.
002058*
002059*-----------------------------------------------------------*
002060* 1160-ACK-TRANSFER-FAILED - GWACK DOES NOT AGREE WITH      *
002061*                           ITS OWN CONTROL RECORDS, SO     *
002062*                           THE TRANSFER FROM THE           *
002063*                           GATEWAY WAS TRUNCATED OR        *
002064*                           DOUBLED.  NOTHING IN IT IS      *
002065*                           TRUSTED - THE STEP STOPS WITH   *
002066*                           CONDITION CODE 20, A            *
002067*                           TRANSFER PROBLEM RATHER         *
002068*                           THAN A DELIVERY PROBLEM.        *
002069*-----------------------------------------------------------*
002070 1160-ACK-TRANSFER-FAILED.
002071     MOVE 20 TO WS-RECON-RC.
002072     MOVE 'Y' TO WS-GWACK-EOF-SW.
002073     MOVE WS-ACK-CHECK-MSG TO RPT-LINE.
002074     WRITE RPT-LINE.
002075     MOVE 'GATEWAY TRANSFER INCOMPLETE - NOTHING RECONCILED'
002076         TO RPT-LINE.
002077     WRITE RPT-LINE.
002078 1160-EXIT.
002079     EXIT.
002080*
002081*-----------------------------------------------------------*
002082* 1200-READ-EXTRACT - GET THE NEXT PAGE EXTRACT RECORD       *
002083*-----------------------------------------------------------*
002084 1200-READ-EXTRACT.
002087     READ PAGEEXT
002090         AT END
002100             MOVE 'Y' TO WS-PAGEEXT-EOF-SW
002110     END-READ.
002180*                      UNMATCHED OR FAILED DELIVERY          *
002190*-----------------------------------------------------------*
002200 2000-MATCH-EXTRACT.
002202     IF PGC-CONTROL-RECORD
002204         GO TO 2000-NEXT-RECORD
002206     END-IF.
002210     ADD 1 TO WS-EXTRACTS-READ.
002212     IF PGX-DELAYED
002214         ADD 1 TO WS-DELAYED-COUNT
002216     END-IF.
002220     MOVE 'N' TO WS-ACK-FOUND-SW.
002230     IF WS-ACK-COUNT > ZERO
002240         PERFORM 2100-SEARCH-ACK-TABLE
002250             THRU 2100-EXIT
002260     END-IF.
002270     EVALUATE TRUE
002272         WHEN NOT WS-ACK-FOUND AND PGX-DELAYED
002274             PERFORM 2300-WRITE-AWAITING
002276                 THRU 2300-EXIT
002280         WHEN NOT WS-ACK-FOUND
002290             MOVE 'NO ACKNOWLEDGMENT FROM GATEWAY'
002300                 TO WS-E-TEXT
002540         WHEN OTHER
002550             ADD 1 TO WS-DELIVERED-COUNT
002560     END-EVALUATE.
002565 2000-NEXT-RECORD.
002570     PERFORM 1200-READ-EXTRACT
002580         THRU 1200-EXIT.
002590 2000-EXIT.
002860     MOVE PGX-RUN-DATE TO WS-E-DATE.
002870     MOVE PGX-RUN-TIME TO WS-E-TIME.
002880     MOVE PGX-SHIFT-CODE TO WS-E-SHIFT.
002885     MOVE PGX-CONTACT TO WS-E-CONTACT.
002890     MOVE WS-EXCEPTION-LINE TO RPT-LINE.
002900     WRITE RPT-LINE.
002910 2200-EXIT.
002920     EXIT.
002930*
002940*-----------------------------------------------------------*
002941* 2300-WRITE-AWAITING - LIST A DELAYED EXTRACT THE GATEWAY   *
002942*                       HAS NOT ACKNOWLEDGED YET.  IT WAS    *
002943*                       HELD FOR PLANNED MAINTENANCE, SO IT  *
002944*                       IS NOT A FAILED DELIVERY - CONDITION *
002945*                       CODE 4 UNLESS A REAL EXCEPTION HAS   *
002946*                       ALREADY RAISED IT.                   *
002947*-----------------------------------------------------------*
002948 2300-WRITE-AWAITING.
002949     ADD 1 TO WS-AWAITING-COUNT.
002950     IF WS-RECON-RC < 4
002951         MOVE 4 TO WS-RECON-RC
002952     END-IF.
002953     MOVE PGX-RUN-DATE TO WS-E-DATE.
002954     MOVE PGX-RUN-TIME TO WS-E-TIME.
002955     MOVE PGX-SHIFT-CODE TO WS-E-SHIFT.
002956     MOVE PGX-CONTACT TO WS-E-CONTACT.
002957     MOVE 'HELD FOR MAINTENANCE - AWAITING GATEWAY ACK'
002958         TO WS-E-TEXT.
002959     MOVE WS-EXCEPTION-LINE TO RPT-LINE.
002960     WRITE RPT-LINE.
002961 2300-EXIT.
002962     EXIT.
002963*
002964*-----------------------------------------------------------*
002965* 3000-REPORT-ORPHAN-ACKS - REPORT EVERY ACKNOWLEDGMENT THE  *
002967*                           GATEWAY SENT THAT MATCHED NO     *
002970*                           EXTRACT RECORD                   *
002980*-----------------------------------------------------------*
002990 3000-REPORT-ORPHAN-ACKS.
003180         MOVE WS-TBL-ACK-DATE (WS-ACK-IDX) TO WS-E-DATE
003190         MOVE WS-TBL-ACK-TIME (WS-ACK-IDX) TO WS-E-TIME
003200         MOVE SPACE TO WS-E-SHIFT
003205         MOVE SPACES TO WS-E-CONTACT
003210         MOVE 'ACKNOWLEDGMENT WITH NO MATCHING EXTRACT'
003220             TO WS-E-TEXT
003230         MOVE WS-EXCEPTION-LINE TO RPT-LINE
003500       INTO RPT-LINE.
003510     WRITE RPT-LINE.
003520     MOVE SPACES TO RPT-LINE.
003521     MOVE WS-DELAYED-COUNT TO WS-COUNT-EDIT.
003522     STRING 'DELAYED BY MAINTENANCE:    ' DELIMITED BY SIZE
003523            WS-COUNT-EDIT               DELIMITED BY SIZE
003524       INTO RPT-LINE.
003525     WRITE RPT-LINE.
003526     MOVE SPACES TO RPT-LINE.
003527     MOVE WS-AWAITING-COUNT TO WS-COUNT-EDIT.
003528     STRING 'DELAYED AWAITING ACK:      ' DELIMITED BY SIZE
003529            WS-COUNT-EDIT               DELIMITED BY SIZE
003530       INTO RPT-LINE.
003531     WRITE RPT-LINE.
003532     MOVE SPACES TO RPT-LINE.
003536     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
003540     STRING 'TOTAL EXCEPTIONS REPORTED: ' DELIMITED BY SIZE
003550            WS-COUNT-EDIT               DELIMITED BY SIZE
003560       INTO RPT-LINE.
