000100*-----------------------------------------------------------*
000110* MSGTOK.CPY                                                *
000120* SUBSTITUTION TOKENS AN OPERATOR MAY KEY INTO SHIFT        *
000130* MESSAGE (MSG-TEXT) AND SCHEDULED BANNER (SCH-TEXT) TEXT.  *
000140* VARS REPLACES EACH TOKEN WITH ITS VALUE FOR THE RUN       *
000150* BEFORE THE BANNER IS DISPLAYED, AUDITED, OR PAGED:        *
000160*   &DATE.     RUN DATE, YYYY/MM/DD                         *
000170*   &SHIFT.    RUN SHIFT CODE                               *
000180*   &HOLIDAY.  PROCCAL HOLIDAY DESCRIPTION FOR THE RUN DATE *
000190*              (NONE WHEN THE DATE HAS NO CALENDAR ENTRY)   *
000200*   &PRVCLOSE. CLOSE TIME OF THE SHIFT'S PRIOR-DAY WINDOW   *
000210*              FROM WINSTATE, HH:MM:SS (NOT CLOSED OR       *
000220*              UNKNOWN WHEN IT HAS NONE)                    *
000230*   &PRVCC.    WORST STEP CONDITION CODE OF THE SHIFT'S     *
000240*              PRIOR-DAY CYCLE FROM STEPRSLT (NONE WHEN NO  *
000250*              STEP RECORDED)                               *
000260* AN AMPERSAND ALWAYS STARTS A TOKEN - ONE THAT DOES NOT    *
000270* SPELL A NAME BELOW (PERIOD INCLUDED) IS AN UNKNOWN TOKEN, *
000280* WHICH VARSMNT AND VMMT REJECT AND VARSFCT FLAGS.  THE     *
000290* TABLE ORDER IS THE ORDER VARS HOLDS THE VALUES IN.        *
000300* COPIED INTO VARS, VARSMNT, VARSMMT, AND VARSFCT SO THE    *
000310* TOKEN LIST NEVER DRIFTS APART.                            *
000320*-----------------------------------------------------------*
000330* DATE       INIT DESCRIPTION                                *
000340* 2026-10-15 RLS  Original copybook.                        *
000350*-----------------------------------------------------------*
000360 01  TOK-NAME-VALUES.
000370     05  FILLER                   PIC X(10) VALUE '&DATE.'.
000380     05  FILLER                   PIC 9(02) VALUE 06.
000390     05  FILLER                   PIC X(10) VALUE '&SHIFT.'.
000400     05  FILLER                   PIC 9(02) VALUE 07.
000410     05  FILLER                   PIC X(10) VALUE '&HOLIDAY.'.
000420     05  FILLER                   PIC 9(02) VALUE 09.
000430     05  FILLER                   PIC X(10) VALUE '&PRVCLOSE.'.
000440     05  FILLER                   PIC 9(02) VALUE 10.
000450     05  FILLER                   PIC X(10) VALUE '&PRVCC.'.
000460     05  FILLER                   PIC 9(02) VALUE 07.
000470 01  TOK-NAME-TABLE REDEFINES TOK-NAME-VALUES.
000480     05  TOK-ENTRY OCCURS 5 TIMES
000490                   INDEXED BY TOK-IDX.
000500         10  TOK-NAME             PIC X(10).
000510         10  TOK-LEN              PIC 9(02).
000520*-----------------------------------------------------------*
000530* SCAN WORK AREA - ONE 78-BYTE TEXT LINE PLUS ROOM FOR THE  *
000540* LONGEST TOKEN TO BE COMPARED AT THE LAST POSITION         *
000550*-----------------------------------------------------------*
000560 01  TOK-SCAN-TEXT                PIC X(88) VALUE SPACES.
000570 01  TOK-SCAN-POS                 PIC 9(02) COMP VALUE ZERO.
000580 01  TOK-UNKNOWN-SW               PIC X(01) VALUE 'N'.
000590     88  TOK-UNKNOWN-FOUND                  VALUE 'Y'.
