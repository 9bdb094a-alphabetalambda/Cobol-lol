000600* YYYYMMDD run date, then optionally a one-byte shift code; the
000700* program positions directly to the requested date with a
000800* keyed START and prints only the matching records - run
000810* time, shift, return code, duplicate flag, entry type, and
000820* message - instead of scanning the whole sequential history.
001050*
001060*-----------------------------------------------------------*
001070* MODIFICATION HISTORY                                      *
001100* 2026-08-22 RLS  Original program.                         *
001102* 2026-09-02 RLS  PARM date and the history key now carry    *
001104*                 four-digit years (YYYYMMDD).               *
001105* 2026-10-15 RLS  Each line now shows its entry type - OPEN, *
001106*                 CLOSE, or BCAST for an ad-hoc mid-window   *
001107*                 broadcast written by VARSBRD (report line  *
001108*                 110 -> 111).                               *
001110*-----------------------------------------------------------*
001200 ENVIRONMENT DIVISION.
001210 INPUT-OUTPUT SECTION.
001440*
001450 FD  RPTOUT
001460     RECORDING MODE IS F.
001470 01  RPT-LINE                    PIC X(111).
001500 WORKING-STORAGE SECTION.
001510*
001520*-----------------------------------------------------------*
001860     05  FILLER                  PIC X(07) VALUE 'SHIFT'.
001870     05  FILLER                  PIC X(05) VALUE 'RC'.
001880     05  FILLER                  PIC X(05) VALUE 'DUP'.
001885     05  FILLER                  PIC X(06) VALUE 'TYPE'.
001890     05  FILLER                  PIC X(78) VALUE 'MESSAGE'.
001900 01  WS-DETAIL-LINE.
001910     05  WS-D-TIME               PIC 9(08).
001960     05  FILLER                  PIC X(01) VALUE SPACES.
001970     05  WS-D-DUP                PIC X(01).
001980     05  FILLER                  PIC X(04) VALUE SPACES.
001983     05  WS-D-TYPE               PIC X(05).
001986     05  FILLER                  PIC X(01) VALUE SPACES.
001990     05  WS-D-MESSAGE            PIC X(78).
002010 01  WS-KEY-LINE.
002020     05  FILLER                  PIC X(16)
005230     MOVE AHX-SHIFT-CODE TO WS-D-SHIFT.
005240     MOVE AHX-RETURN-CODE TO WS-D-RETURN-CODE.
005250     MOVE AHX-DUPLICATE-IND TO WS-D-DUP.
005251     EVALUATE TRUE
005252         WHEN AHX-CLOSE-ENTRY
005253             MOVE 'CLOSE' TO WS-D-TYPE
005254         WHEN AHX-BROADCAST-ENTRY
005255             MOVE 'BCAST' TO WS-D-TYPE
005256         WHEN OTHER
005257             MOVE 'OPEN' TO WS-D-TYPE
005258     END-EVALUATE.
005260     MOVE AHX-MESSAGE TO WS-D-MESSAGE.
005270     MOVE WS-DETAIL-LINE TO RPT-LINE.
005280     WRITE RPT-LINE.
