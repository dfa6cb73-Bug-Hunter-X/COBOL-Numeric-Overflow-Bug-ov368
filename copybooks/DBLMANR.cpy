000100*--------------------------------------------------------------*
000110*  DBLMANR - SHARED RUN-MANIFEST RECORD.                        *
000120*  ONE RECORD APPENDED TO THE DBLMAN MANIFEST BY EACH JOB IN    *
000130*  THE CHAIN (DBL100, DBL300, DBL400, DBL500, DBL520) AT        *
000140*  COMPLETION: PROGRAM, BUSINESS DATE, RETURN CODE, FINISH      *
000150*  TIMESTAMP, RECORD COUNT AND START TIMESTAMP. EACH DOWNSTREAM *
000160*  JOB REFUSES TO START (RC 24) UNLESS THE MANIFEST SHOWS ITS   *
000170*  PREREQUISITE COMPLETED WITH RC 0 FOR THE SAME BUSINESS DATE  *
000180*  - THE PROGRAMS PROTECT THEMSELVES INSTEAD OF TRUSTING        *
000185*  SCHEDULER CONVENTION.                                        *
000190*--------------------------------------------------------------*
000200*
000210*  MODIFICATION HISTORY
000230*  DATE       BY   DESCRIPTION
000240*  ---------- ---- ---------------------------------------------
000250*  09/01/2026 RJ   ORIGINAL VERSION.
000255*  10/15/2026 RJ   DBL520 GL JOURNAL STAMPS THE MANIFEST TOO.
000256*  10/15/2026 RJ   DBL450 RELEASE AND DBL990 END-OF-DAY CLOSE
000257*                  STAMP IT TOO. RUN DATE IS THE DBLBDT BUSINESS
000258*                  DATE, NOT THE CLOCK; DBL990 READS THE DAY'S
000259*                  STAMPS TO DECIDE WHETHER THE DATE MAY CLOSE.
000260*  10/15/2026 RJ   A PARTITION DBL100 STEP STAMPS DBL100NN (ITS
000261*                  PARTITION NUMBER); THE DBL150 MERGE STAMPS
000262*                  DBL150 AND STANDS IN FOR DBL100 DOWNSTREAM.
000263*  10/15/2026 RJ   START DATE AND TIME ADDED SO THE DBL980
000264*                  STATUS BOARD CAN TIME EACH STEP; THE FINISH
000265*                  TIME IS NOW HHMMSS (IT WAS TAKEN AS MMSSHH).
000266*                  DBL050 AND DBL800 STAMP IT TOO (DBL800R FOR A
000267*                  RESEND). A 39-BYTE STAMP WRITTEN BEFORE THIS
000268*                  READS WITH A BLANK START.
000269*
000270 01  DBL-MANIFEST-RECORD.
000280     05  DBL-MAN-PROGRAM           PIC X(08).
000290     05  DBL-MAN-RUN-DATE          PIC 9(08).
000310     05  DBL-MAN-FINISH-DATE       PIC 9(08).
000320     05  DBL-MAN-FINISH-TIME       PIC 9(06).
000330     05  DBL-MAN-REC-COUNT         PIC 9(07).
000340     05  DBL-MAN-START-DATE        PIC 9(08).
000350     05  DBL-MAN-START-TIME        PIC 9(06).
