000010*-----------------------------------------------------------*
000020* ACKREC.CPY                                                *
000030* SHARED RECORD LAYOUT FOR THE GATEWAY ACKNOWLEDGMENT FILE  *
000040* (GWACK) THE PAGING/CHAT GATEWAY MIDDLEWARE RETURNS - ONE  *
000050* RECORD PER PAGE EXTRACT IT DELIVERED OR FAILED, KEYED BY  *
000060* THE EXTRACT'S RUN DATE AND TIME.  EACH TRANSFER IS        *
000070* BRACKETED BY A HEADER AND A TRAILER; THE TRAILER CARRIES  *
000080* THE NUMBER OF ACKNOWLEDGMENTS SINCE THE HEADER AND A HASH *
000090* TOTAL (SUM OF ACK-RUN-TIME) FOR THE READER TO CHECK.  A   *
000100* CONTROL RECORD CARRIES ITS TYPE WHERE AN ACKNOWLEDGMENT   *
000110* HAS ITS NUMERIC RUN DATE.  COPIED INTO VARSACK, VARSESC,  *
000120* VARSEXT, AND VARSHND SO THE FOUR NEVER DRIFT APART.       *
000130*-----------------------------------------------------------*
000140* DATE       INIT DESCRIPTION                                *
000150* 2026-10-15 RLS  Layout moved here from the four readers    *
000160*                 unchanged, with the transfer header and    *
000170*                 trailer control records added.             *
000180*-----------------------------------------------------------*
000190 01  ACK-RECORD.
000200     05  ACK-RUN-DATE             PIC 9(08).
000210     05  ACK-RUN-TIME             PIC 9(08).
000220     05  ACK-STATUS               PIC X(01).
000230         88  ACK-DELIVERED                  VALUE 'D'.
000240         88  ACK-FAILED                     VALUE 'F'.
000250     05  ACK-DESTINATION          PIC X(08).
000260     05  FILLER                   PIC X(55).
000270*
000280 01  ACK-CONTROL-RECORD.
000290     05  ACC-RECORD-TYPE          PIC X(08).
000300         88  ACC-HEADER                     VALUE 'ACKHEADR'.
000310         88  ACC-TRAILER                    VALUE 'ACKTRAIL'.
000320         88  ACC-CONTROL-RECORD             VALUE 'ACKHEADR'
000330                                                  'ACKTRAIL'.
000340     05  ACC-BATCH-DATE           PIC 9(08).
000350     05  ACC-BATCH-TIME           PIC 9(08).
000360     05  ACC-RECORD-COUNT         PIC 9(08).
000370     05  ACC-HASH-TOTAL           PIC 9(15).
000380     05  FILLER                   PIC X(33).
