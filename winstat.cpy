000120* SHARED RECORD LAYOUT FOR THE KEYED BATCH-WINDOW STATE     *
000130* FILE, ONE RECORD PER RUN DATE AND SHIFT.  VARS WRITES THE *
000140* RECORD WITH STATUS OPEN AT SHIFT OPEN, VARSEND REWRITES   *
000145* IT TO CLOSED AT CYCLE CLOSE (FAILED WHEN ANY STEP IN THE  *
000150* CYCLE FAILED), AND A VARS RUN THAT FINDS ITS WINDOW STILL *
000155* OPEN OR FAILED KNOWS ON ITS OWN THAT IT IS A RESTART - NO *
000160* PARM EDIT NEEDED - AND KEEPS THE ORIGINAL OPEN TIME SO    *
000165* THE VARSRST GATES STILL SEE THE STEPS THAT ENDED CLEAN    *
000170* BEFORE THE FAILURE.  THE VSTA INQUIRY SCREEN              *
000180* READS THE SAME RECORD TO SHOW EACH SHIFT'S WINDOW LIVE.   *
000190* COPIED INTO VARS, VARSEND, AND VARSSTAT SO THE THREE      *
000200* NEVER DRIFT APART.                                        *
000236*                 7 -> 9, record 29 -> 31).  Delete and      *
000238*                 redefine the state KSDS at cutover - it    *
000239*                 only carries the current windows.          *
000240* 2026-10-15 RLS  New status FAILED - the cycle closed with  *
000241*                 a failed or abended step and the window    *
000242*                 is waiting to be resubmitted.              *
000246*-----------------------------------------------------------*
000250 01  WINDOW-STATE-RECORD.
000260     05  WST-KEY.
000270         10  WST-RUN-DATE         PIC 9(08).
000290     05  WST-STATUS               PIC X(06).
000300         88  WST-WINDOW-OPEN                VALUE 'OPEN'.
000310         88  WST-WINDOW-CLOSED              VALUE 'CLOSED'.
000313         88  WST-WINDOW-FAILED              VALUE 'FAILED'.
000316         88  WST-WINDOW-RESTARTABLE         VALUE 'OPEN' 'FAILED'.
000320     05  WST-OPEN-TIME            PIC 9(08).
000330     05  WST-CLOSE-TIME           PIC 9(08).
