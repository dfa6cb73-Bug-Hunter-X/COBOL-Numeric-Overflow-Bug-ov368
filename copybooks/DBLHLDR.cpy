000100*--------------------------------------------------------------*
000110*  DBLHLDR - SHARED LARGE-AMOUNT HOLD RECORD.                    *
000120*  ONE RECORD PER TRANSACTION WHOSE SCALED AMOUNT WAS OVER ITS   *
000130*  DBLLIM APPROVAL CEILING, KEYED BY REFERENCE NUMBER ON THE     *
000140*  PERMANENT INDEXED DBLHLD FILE. DBL100 WRITES THE ITEM HERE    *
000150*  (HELD) INSTEAD OF TO DBLOUT. DBL450 RECORDS A LEVEL-3         *
000160*  OPERATOR'S DECISION: APPROVED ITEMS ARE DELIVERED TO DBLOUT   *
000170*  BY THE NEXT DBL100 RUN AT THE AMOUNT AND FACTOR THEY WERE     *
000180*  HELD AT; REJECTED ITEMS GO TO DBLSUS. THE RECORD IS KEPT      *
000190*  AFTER THE DECISION SO DBL400 CAN BALANCE THE DAY IT WAS HELD  *
000195*  AND THE DAY IT WAS DELIVERED.                                 *
000200*  DBL300 HOLDS A REPAIR OVER ITS CEILING THE SAME WAY.          *
000210*--------------------------------------------------------------*
000220*
000230*  MODIFICATION HISTORY
000240*  ----------------------------------------------------------
000250*  DATE       BY   DESCRIPTION
000260*  ---------- ---- ---------------------------------------------
000270*  10/15/2026 RJ   ORIGINAL VERSION.
000271*  10/15/2026 RJ   CARRIES THE PROMO RULE DBL200 APPLIED WHEN THE
000272*                  ITEM WAS SCALED, SO ITS DELIVERY AUDIT LINE
000273*                  STILL SHOWS A TIER SPLIT OR A CAP. 112 TO 113
000274*                  BYTES.
000275*  10/15/2026 RJ   DBL300 NOW HOLDS A REPAIR OVER ITS CEILING HERE
000276*                  TOO.
000280*
000290 01  DBL-HOLD-RECORD.
000300     05  DBL-HLD-REF-NO            PIC X(10).
000310     05  DBL-HLD-ITEM              PIC X(08).
000320     05  DBL-HLD-STORE             PIC X(04).
000330     05  DBL-HLD-TRAN-TYPE         PIC X(02).
000340     05  DBL-HLD-ORIG-REF          PIC X(10).
000350     05  DBL-HLD-ORIG-QTY          PIC S9(7)V99 SIGN LEADING
000360                                   SEPARATE.
000370     05  DBL-HLD-ORIG-QTY-X REDEFINES DBL-HLD-ORIG-QTY
000380                                   PIC X(10).
000390     05  DBL-HLD-SCALED-QTY        PIC S9(9)V99 SIGN LEADING
000400                                   SEPARATE.
000410     05  DBL-HLD-FACTOR            PIC 9(02)V99.
000420     05  DBL-HLD-CEILING           PIC 9(09)V99.
000430     05  DBL-HLD-DATE              PIC 9(08).
000440     05  DBL-HLD-OPERATOR          PIC X(08).
000450     05  DBL-HLD-STATE             PIC X(01).
000460         88  DBL-HLD-HELD                    VALUE 'H'.
000470         88  DBL-HLD-APPROVED                VALUE 'A'.
000480         88  DBL-HLD-REJECTED                VALUE 'X'.
000490         88  DBL-HLD-DELIVERED               VALUE 'D'.
000500     05  DBL-HLD-DECIDED-BY        PIC X(08).
000510     05  DBL-HLD-DECIDED-DATE      PIC 9(08).
000520     05  DBL-HLD-OUT-DATE          PIC 9(08).
000530     05  DBL-HLD-PROMO-RULE        PIC X(01).
