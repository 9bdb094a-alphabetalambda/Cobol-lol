000100*-----------------------------------------------------------*
000110* ROSREC.CPY                                                *
000120* SHARED RECORD LAYOUT FOR THE ON-CALL ROSTER - WHO ANSWERS *
000130* EACH DESTINATION GROUP (PAGE, PAGECALL, CHATONLY, OR A    *
000140* SITE GROUP FROM ROUTEFL) ON A GIVEN DATE AND SHIFT.  EACH *
000150* ENTRY COVERS AN INCLUSIVE YYYYMMDD DATE RANGE FOR ONE     *
000160* SHIFT CODE (BLANK = EVERY SHIFT) AND NAMES THE PRIMARY    *
000170* AND BACKUP CONTACT USER IDS.  A SHIFT-SPECIFIC ENTRY      *
000180* OUTRANKS AN ALL-SHIFT ONE, AS IN THE ROUTEFL RULES;       *
000190* ENTRIES FOR THE SAME GROUP AND SHIFT NEVER OVERLAP.  THE  *
000200* ROSTER IS A KSDS KEYED ON GROUP, SHIFT, AND START DATE,   *
000210* MAINTAINED ONLY THROUGH VARSROS.  A PAGE IS MATCHED ON    *
000220* ITS DESTINATION, SHIFT, AND RUN DATE.  COPIED INTO        *
000230* VARSROS, THE PAGE EXTRACT WRITERS (VARS, VARSEND,         *
000240* VARSBRD), VARSESC, AND VARSEXT SO THEY NEVER DRIFT APART. *
000250*-----------------------------------------------------------*
000260* DATE       INIT DESCRIPTION                               *
000270* 2026-10-15 RLS  Original copybook.                        *
000280*-----------------------------------------------------------*
000290 01  ROSTER-RECORD.
000300     05  ROS-KEY.
000310         10  ROS-DESTINATION      PIC X(08).
000320         10  ROS-SHIFT-CODE       PIC X(01).
000330         10  ROS-START-DATE       PIC 9(08).
000340     05  ROS-END-DATE             PIC 9(08).
000350     05  ROS-PRIMARY-CONTACT      PIC X(08).
000360     05  ROS-BACKUP-CONTACT       PIC X(08).
000370     05  ROS-UPDATE-USER          PIC X(08).
000380     05  ROS-UPDATE-DATE          PIC 9(08).
000390     05  FILLER                   PIC X(23).
