000100*--------------------------------------------------------------*
000110*  DBLREFR - SHARED REFERENCE-REGISTRY RECORD.                   *
000120*  ONE RECORD PER TRANSACTION REFERENCE NUMBER THAT HAS BEEN     *
000130*  WRITTEN TO DBLOUT, KEYED BY THE REFERENCE ON THE INDEXED      *
000140*  DBLREF FILE. DBL100 CHECKS EVERY INPUT RECORD AGAINST IT SO   *
000150*  A REFERENCE ALREADY PROCESSED - ON ANY EARLIER BUSINESS DATE  *
000160*  OR EARLIER IN THE SAME FILE - GOES TO SUSPENSE INSTEAD OF     *
000170*  BEING SCALED TWICE. DBL300 REGISTERS WHAT IT REPAIRS. A       *
000180*  DBL950 REVERSAL (RV) MARKS ITS ORIGINAL REVERSED, WHICH BOTH  *
000190*  LETS THE RV THROUGH ONCE AND FREES THE REFERENCE FOR A        *
000200*  CORRECTED RESUBMISSION. THE LAST-ACTIVITY DATE DRIVES THE     *
000210*  DBL650 PURGE. THE INPUT RECORD NUMBER LETS A RESTARTED RUN    *
000220*  RE-PROCESS ITS OWN RECORDS WITHOUT SEEING THEM AS DUPLICATES  *
000230*  (ZERO FOR A DBL300 REPAIR).                                   *
000240*--------------------------------------------------------------*
000250*
000260*  MODIFICATION HISTORY
000270*  ----------------------------------------------------------
000280*  DATE       BY   DESCRIPTION
000290*  ---------- ---- ---------------------------------------------
000300*  10/15/2026 RJ   ORIGINAL VERSION.
000305*  10/15/2026 RJ   NEW STATE 'H': THE REFERENCE IS ON THE DBLHLD
000306*                  LARGE-AMOUNT HOLD QUEUE AWAITING A DECISION.
000307*                  A RESUBMISSION WHILE HELD IS A DUPLICATE.
000310*
000320 01  DBL-REFERENCE-RECORD.
000330     05  DBL-REF-NO                PIC X(10).
000340     05  DBL-REF-STATE             PIC X(01).
000350         88  DBL-REF-ACTIVE                  VALUE 'A'.
000360         88  DBL-REF-SUSPENDED               VALUE 'S'.
000370         88  DBL-REF-REVERSED                VALUE 'R'.
000375         88  DBL-REF-HELD                    VALUE 'H'.
000380     05  DBL-REF-TRAN-TYPE         PIC X(02).
000390     05  DBL-REF-ITEM              PIC X(08).
000400     05  DBL-REF-STORE             PIC X(04).
000410     05  DBL-REF-DATE              PIC 9(08).
000420     05  DBL-REF-RECORD-NO         PIC 9(07).
