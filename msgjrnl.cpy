000100*-----------------------------------------------------------*
000110* MSGJRNL.CPY                                               *
000120* SHARED RECORD LAYOUT FOR THE PERMANENT CHANGE JOURNAL OF  *
000130* THE SHIFT MESSAGE MASTER.  ONE RECORD PER APPLIED CHANGE, *
000140* KEYED BY THE DATE AND TIME IT WAS APPLIED PLUS THE MASTER *
000150* KEY, CARRYING WHO SUBMITTED IT, WHO APPROVED IT, AND THE  *
000160* BEFORE AND AFTER IMAGES OF THE MASTER LINE.  RECORDS ARE  *
000170* NEVER REWRITTEN OR PURGED - VARSPIT WALKS THEM BACKWARD   *
000180* FROM THE CURRENT MASTER TO REBUILD WHAT A SHIFT MESSAGE   *
000190* SAID ON ANY PAST DATE.  COPIED INTO VARSMNT, VARSMMT, AND *
000200* VARSPIT SO THE THREE NEVER DRIFT APART.                   *
000210*-----------------------------------------------------------*
000220* DATE       INIT DESCRIPTION                                *
000230* 2026-10-15 RLS  Original copybook.                        *
000240*-----------------------------------------------------------*
000250 01  MSG-JOURNAL-RECORD.
000260     05  JRN-KEY.
000270         10  JRN-APPLY-DATE       PIC 9(08).
000280         10  JRN-APPLY-TIME       PIC 9(08).
000290         10  JRN-SHIFT-CODE       PIC X(01).
000300         10  JRN-LINE-NO          PIC 9(02).
000310     05  JRN-ACTION               PIC X(01).
000320         88  JRN-ADD                        VALUE 'A'.
000330         88  JRN-CHANGE                     VALUE 'C'.
000340         88  JRN-DELETE                     VALUE 'D'.
000350     05  JRN-SUBMIT-USER          PIC X(08).
000360     05  JRN-SUBMIT-DATE          PIC 9(08).
000370     05  JRN-SUBMIT-TIME          PIC 9(08).
000380     05  JRN-APPROVE-USER         PIC X(08).
000390     05  JRN-ORIGIN               PIC X(04).
000400     05  JRN-BEFORE-IMAGE.
000410         10  JRN-BEFORE-FOUND     PIC X(01).
000420             88  JRN-BEFORE-ON-FILE         VALUE 'Y'.
000430         10  JRN-BEFORE-SEVERITY  PIC X(01).
000440         10  JRN-BEFORE-TEXT      PIC X(78).
000450     05  JRN-AFTER-IMAGE.
000460         10  JRN-AFTER-FOUND      PIC X(01).
000470             88  JRN-AFTER-ON-FILE          VALUE 'Y'.
000480         10  JRN-AFTER-SEVERITY   PIC X(01).
000490         10  JRN-AFTER-TEXT       PIC X(78).
