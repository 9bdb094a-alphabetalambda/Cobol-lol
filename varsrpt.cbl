000030 AUTHOR. LodoreStiffler.
000040* Weekly reconciliation report over the VARS AUDITLOG history
000050* file.  Prints one line per run showing the run date, shift,
000060* entry type, banner text, and return code so operations can
000070* confirm the banner fired cleanly on every shift with no gaps.
000080*
000090*-----------------------------------------------------------*
000100* MODIFICATION HISTORY                                      *
000260*                 pushes the last bytes of the return code   *
000270*                 off the line, and the column headings      *
000280*                 realigned to it.                           *
000281* 2026-10-15 RLS  Each line now shows its entry type - OPEN, *
000282*                 CLOSE, or BCAST for an ad-hoc mid-window   *
000283*                 broadcast written by VARSBRD - and the     *
000284*                 totals count the broadcasts separately     *
000285*                 (report line 104 -> 105).                  *
000290*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000430*
000440 FD  RPTOUT
000450     RECORDING MODE IS F.
000460 01  RPT-LINE                    PIC X(105).
000470 WORKING-STORAGE SECTION.
000480*
000490*-----------------------------------------------------------*
000590* COUNTERS                                                  *
000600*-----------------------------------------------------------*
000610 01  WS-LINE-COUNT               PIC 9(06) COMP VALUE ZERO.
000615 01  WS-BROADCAST-COUNT          PIC 9(06) COMP VALUE ZERO.
000620 01  WS-LINE-COUNT-EDIT          PIC ZZZZZ9.
000630*
000640*-----------------------------------------------------------*
000700         VALUE 'VARS BANNER HISTORY'.
000710 01  WS-HEADING-2.
000720     05  FILLER                  PIC X(12) VALUE 'RUN DATE'.
000726     05  FILLER                  PIC X(03) VALUE 'SH'.
000732     05  FILLER                  PIC X(06) VALUE 'TYPE'.
000740     05  FILLER                  PIC X(78) VALUE 'MESSAGE'.
000750     05  FILLER                  PIC X(02) VALUE SPACES.
000760     05  FILLER                  PIC X(04) VALUE 'RC'.
000780     05  WS-D-DATE               PIC 9999/99/99.
000790     05  FILLER                  PIC X(02) VALUE SPACES.
000800     05  WS-D-SHIFT              PIC X(01).
000805     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  WS-D-TYPE               PIC X(05).
000815     05  FILLER                  PIC X(01) VALUE SPACES.
000820     05  WS-D-MESSAGE            PIC X(78).
000830     05  FILLER                  PIC X(02) VALUE SPACES.
000840     05  WS-D-RETURN-CODE        PIC 9(04).
001490     END-IF.
001500     MOVE AUD-RUN-DATE TO WS-D-DATE.
001510     MOVE AUD-SHIFT-CODE TO WS-D-SHIFT.
001511     EVALUATE TRUE
001512         WHEN AUD-CLOSE-ENTRY
001513             MOVE 'CLOSE' TO WS-D-TYPE
001514         WHEN AUD-BROADCAST-ENTRY
001515             MOVE 'BCAST' TO WS-D-TYPE
001516             ADD 1 TO WS-BROADCAST-COUNT
001517         WHEN OTHER
001518             MOVE 'OPEN' TO WS-D-TYPE
001519     END-EVALUATE.
001520     MOVE AUD-MESSAGE TO WS-D-MESSAGE.
001530     MOVE AUD-RETURN-CODE TO WS-D-RETURN-CODE.
001540     MOVE WS-DETAIL-LINE TO RPT-LINE.
001700            WS-LINE-COUNT-EDIT    DELIMITED BY SIZE
001710       INTO RPT-LINE.
001720     WRITE RPT-LINE.
001721     MOVE SPACES TO RPT-LINE.
001722     MOVE WS-BROADCAST-COUNT TO WS-LINE-COUNT-EDIT.
001723     STRING 'OF WHICH BROADCASTS: ' DELIMITED BY SIZE
001724            WS-LINE-COUNT-EDIT    DELIMITED BY SIZE
001725       INTO RPT-LINE.
001726     WRITE RPT-LINE.
001730     CLOSE AUDITLOG.
001740     CLOSE RPTOUT.
001750 9000-EXIT.
