000310*                 plus line number; the forecast previews    *
000320*                 line 01 of each shift message (the line    *
000330*                 whose severity governs).                   *
000331* 2026-10-15 RLS  Master and schedule text whose ampersand    *
000332*                 does not start one of the substitution      *
000333*                 tokens VARS resolves (MSGTOK copybook) is   *
000334*                 flagged as an exception.  Known tokens are  *
000335*                 shown unresolved - their values are only    *
000336*                 known at shift open.                        *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000990* FORECAST RETURN CODE                                      *
001000*   0000 = EVERY DATE/SHIFT IN THE RANGE HAS ONE CLEAN      *
001010*          EFFECTIVE MESSAGE                                *
001017*   0008 = EMPTY SLOTS, OVERLAPPING SCHEDULE RECORDS, OR    *
001024*          UNKNOWN SUBSTITUTION TOKENS FLAGGED - REVIEW     *
001031*          BEFORE THEY FIRE                                 *
001040*   0016 = PARM MISSING/INVALID, RANGE TOO LONG, OR THE     *
001050*          SCHEDULE TABLE OVERFLOWED - NOTHING FORECAST     *
001060*-----------------------------------------------------------*
001900 01  WS-SLOT-COUNT               PIC 9(06) COMP VALUE ZERO.
001910 01  WS-EXCEPTION-COUNT          PIC 9(06) COMP VALUE ZERO.
001920 01  WS-COUNT-EDIT               PIC ZZZZZ9.
001921*
001922*-----------------------------------------------------------*
001923* SUBSTITUTION TOKEN NAMES AND SCAN WORK AREA (MSGTOK        *
001924* COPYBOOK)                                                  *
001925*-----------------------------------------------------------*
001926     COPY msgtok.
001930*
001940*-----------------------------------------------------------*
001950* REPORT LINE WORK AREAS                                    *
004960*                          DATE/SHIFT WOULD GET, OVERRIDE    *
004970*                          FIRST, THEN SCHEDULE, THEN THE    *
004980*                          SHIFT MASTER, AND STEP THE SHIFT  *
004988*                          SUBSCRIPT.  AN EMPTY SLOT, AN     *
004996*                          OVERLAPPING-SCHEDULE SLOT, AND    *
005004*                          TEXT WITH AN UNKNOWN SUBSTITUTION *
005012*                          TOKEN ARE FLAGGED AS EXCEPTIONS.  *
005020*-----------------------------------------------------------*
005030 2100-FORECAST-ONE-SLOT.
005040     ADD 1 TO WS-SLOT-COUNT.
005480             TO WS-E-TEXT
005490         PERFORM 2300-WRITE-EXCEPTION
005500             THRU 2300-EXIT
005501     END-IF.
005502     IF WS-D-SOURCE = 'MASTER' OR 'SCHEDULE'
005503         PERFORM 2400-CHECK-TOKENS
005504             THRU 2400-EXIT
005505         IF TOK-UNKNOWN-FOUND
005506             MOVE 'UNKNOWN SUBSTITUTION TOKEN IN MESSAGE TEXT'
005507                 TO WS-E-TEXT
005508             PERFORM 2300-WRITE-EXCEPTION
005509                 THRU 2300-EXIT
005510         END-IF
005515     END-IF.
005520     ADD 1 TO WS-SHIFT-SUB.
005530 2100-EXIT.
005540     EXIT.
006190     EXIT.
006200*
006210*-----------------------------------------------------------*
006211* 2400-CHECK-TOKENS - EVERY AMPERSAND IN THE FORECAST TEXT   *
006212*                     MUST START ONE OF THE TOKENS VARS      *
006213*                     RESOLVES, PERIOD INCLUDED              *
006214*-----------------------------------------------------------*
006215 2400-CHECK-TOKENS.
006216     MOVE 'N' TO TOK-UNKNOWN-SW.
006217     MOVE WS-D-MESSAGE TO TOK-SCAN-TEXT.
006218     MOVE 1 TO TOK-SCAN-POS.
006219     PERFORM 2450-CHECK-TOKEN-AT
006220         THRU 2450-EXIT
006221         UNTIL TOK-SCAN-POS > 78
006222             OR TOK-UNKNOWN-FOUND.
006223 2400-EXIT.
006224     EXIT.
006225*
006226*-----------------------------------------------------------*
006227* 2450-CHECK-TOKEN-AT - TEST THE TEXT AT ONE POSITION AND    *
006228*                       STEP THE SCAN POSITION               *
006229*-----------------------------------------------------------*
006230 2450-CHECK-TOKEN-AT.
006231     IF TOK-SCAN-TEXT (TOK-SCAN-POS:1) = '&'
006232         SET TOK-IDX TO 1
006233         SEARCH TOK-ENTRY
006234             AT END
006235                 MOVE 'Y' TO TOK-UNKNOWN-SW
006236             WHEN TOK-SCAN-TEXT (TOK-SCAN-POS:TOK-LEN (TOK-IDX))
006237                     = TOK-NAME (TOK-IDX)
006238                 CONTINUE
006239         END-SEARCH
006240     END-IF.
006241     ADD 1 TO TOK-SCAN-POS.
006242 2450-EXIT.
006243     EXIT.
006244*
006245*-----------------------------------------------------------*
006246* 9000-TERMINATE - PRINT THE CONTROL TOTALS AND CLOSE FILES  *
006247*-----------------------------------------------------------*
006248 9000-TERMINATE.
006250     MOVE SPACES TO RPT-LINE.
006260     MOVE WS-SLOT-COUNT TO WS-COUNT-EDIT.
006270     STRING 'DATE/SHIFT SLOTS FORECAST: ' DELIMITED BY SIZE
