000100*-----------------------------------------------------------*
000110* MSGPEND.CPY                                               *
000120* SHARED RECORD LAYOUT FOR THE KEYED PENDING-CHANGE FILE    *
000130* FOR THE SHIFT MESSAGE MASTER.  AN ADD, CHANGE, OR DELETE  *
000140* SUBMITTED THROUGH VARSMNT OR THE VMMT SCREEN WAITS HERE,  *
000150* KEYED LIKE THE MASTER LINE IT WILL TOUCH (ONE PENDING     *
000160* CHANGE PER LINE), UNTIL A SECOND USER - NOT THE           *
000170* SUBMITTER - APPROVES IT.  APPROVAL APPLIES THE CHANGE,    *
000180* JOURNALS IT IN MSGJRNL, AND DELETES THE PENDING RECORD.   *
000190* THE SEVERITY IS THE RESOLVED ONE (BLANK ALREADY TURNED    *
000200* INTO I).  ORIGIN IS BTCH FOR A VARSMNT SUBMISSION, ELSE   *
000210* THE CICS TERMINAL ID.  COPIED INTO VARSMNT AND VARSMMT SO *
000220* THE TWO NEVER DRIFT APART.                                *
000230*-----------------------------------------------------------*
000240* DATE       INIT DESCRIPTION                                *
000250* 2026-10-15 RLS  Original copybook.                        *
000260*-----------------------------------------------------------*
000270 01  MSG-PENDING-RECORD.
000280     05  PND-KEY.
000290         10  PND-SHIFT-CODE       PIC X(01).
000300         10  PND-LINE-NO          PIC 9(02).
000310     05  PND-ACTION               PIC X(01).
000320         88  PND-ADD                        VALUE 'A'.
000330         88  PND-CHANGE                     VALUE 'C'.
000340         88  PND-DELETE                     VALUE 'D'.
000350     05  PND-SEVERITY             PIC X(01).
000360     05  PND-TEXT                 PIC X(78).
000370     05  PND-SUBMIT-USER          PIC X(08).
000380     05  PND-SUBMIT-DATE          PIC 9(08).
000390     05  PND-SUBMIT-TIME          PIC 9(08).
000400     05  PND-ORIGIN               PIC X(04).
