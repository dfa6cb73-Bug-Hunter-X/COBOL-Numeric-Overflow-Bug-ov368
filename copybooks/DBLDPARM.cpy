000100*--------------------------------------------------------------*
000110*  DBLDPARM - SHARED CALL PARAMETER LAYOUT FOR DBL010.           *
000120*  COPIED INTO DBL010'S LINKAGE SECTION AND INTO THE WORKING-    *
000130*  STORAGE OF EVERY PROGRAM THAT TAKES ITS BUSINESS DATE FROM    *
000140*  THE DBLBDT CONTROL RECORD, THE SAME WAY DBL2PARM KEEPS THE    *
000150*  DBL200 CALLERS IN STEP.                                       *
000160*--------------------------------------------------------------*
000170*
000180*  MODIFICATION HISTORY
000190*  ----------------------------------------------------------
000200*  DATE       BY   DESCRIPTION
000210*  ---------- ---- ---------------------------------------------
000220*  10/15/2026 RJ   ORIGINAL VERSION.
000230*
000240 01  LS-DBL010-PARMS.
000250     05  LS-DBL010-BUS-DATE       PIC 9(08).
000260     05  LS-DBL010-CLOSED-DATE    PIC 9(08).
000270     05  LS-DBL010-RETURN-SW      PIC 9(01).
000280         88  LS-DBL010-DATE-OK              VALUE 0.
000290         88  LS-DBL010-NO-CONTROL           VALUE 1.
