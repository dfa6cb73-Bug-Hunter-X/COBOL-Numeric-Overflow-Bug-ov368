000100*--------------------------------------------------------------*
000110*  DBLBDTR - SHARED BUSINESS-DATE CONTROL RECORD.                *
000120*  THE SINGLE RECORD ON THE DBLBDT CONTROL FILE. EVERY JOB IN    *
000130*  THE CHAIN TAKES ITS BUSINESS DATE FROM HERE (THROUGH THE      *
000140*  DBL010 CALL) INSTEAD OF THE SYSTEM CLOCK, SO A RUN THAT       *
000150*  SLIPS PAST MIDNIGHT STILL STAMPS AND SELECTS THE DAY IT IS    *
000160*  WORKING. ONLY THE DBL990 END-OF-DAY CLOSE CHANGES IT: ONCE    *
000170*  THE DAY'S CHAIN IS PROVEN ON DBLMAN THE OPEN DATE BECOMES     *
000180*  THE LAST CLOSED DATE AND THE NEXT PROCESSING DAY ON THE       *
000190*  DBLHOL CALENDAR OPENS. NO JOB TAKES WORK FOR A CLOSED DATE.   *
000200*--------------------------------------------------------------*
000210*
000220*  MODIFICATION HISTORY
000230*  ----------------------------------------------------------
000240*  DATE       BY   DESCRIPTION
000250*  ---------- ---- ---------------------------------------------
000260*  10/15/2026 RJ   ORIGINAL VERSION.
000270*
000280 01  DBL-BUSINESS-DATE-RECORD.
000290     05  DBL-BDT-BUS-DATE          PIC 9(08).
000300     05  DBL-BDT-CLOSED-DATE       PIC 9(08).
000310     05  DBL-BDT-CLOSED-BY         PIC X(08).
000320     05  DBL-BDT-CLOSE-STAMP-DATE  PIC 9(08).
000330     05  DBL-BDT-CLOSE-STAMP-TIME  PIC 9(06).
