000255*                  TRAIL. LIKE FORCERUN/AUTHFAIL LINES, 'G'
000256*                  LINES ARE NOT PROCESSING CYCLES AND ARE
000257*                  SKIPPED BY THE DBL400 BALANCE COUNTS.
000258*  10/15/2026 RJ   THREE MORE OVERFLOW-BYTE VALUES FOR THE
000259*                  DBLHLD LARGE-AMOUNT HOLD QUEUE: 'H' - DBL100
000260*                  HELD THE ITEM OVER ITS CEILING INSTEAD OF
000262*                  WRITING IT TO DBLOUT; 'A' / 'X' - DBL450
000263*                  APPROVED / REJECTED IT, THE OPERATOR BEING
000264*                  THE DECIDING SUPERVISOR. NONE IS A
000266*                  PROCESSING CYCLE; AN APPROVED ITEM GETS A
000267*                  NORMAL 'N' LINE WHEN DBL100 DELIVERS IT.
000268*  10/15/2026 RJ   CARRIES THE PROMO RULE DBL200 APPLIED TO THE
000270*                  CYCLE: 'T' - THE AMOUNT WAS SPLIT ACROSS
000271*                  DBLPFM TIERS, 'C' - THE MAXIMUM UPLIFT
000272*                  CAPPED IT, 'B' - BOTH, 'N' - A FLAT FACTOR.
000274*                  THE FACTOR IS STILL THE ROW'S BASE FACTOR, SO
000275*                  A CAPPED OR TIERED CYCLE CAN BE TOLD FROM A
000276*                  MIS-SCALED ONE. LINES WRITTEN BEFORE THE
000278*                  CHANGE, AND PSEUDO-LINES, READ BLANK OR 'N'.
000279*
000280 01  DBL-AUDIT-RECORD.
000282     05  DBL-AUD-ITEM              PIC X(08).
000283     05  DBL-AUD-STORE             PIC X(04).
000284     05  DBL-AUD-TRAN-TYPE         PIC X(02).
000286     05  DBL-AUD-REF-NO            PIC X(10).
000287     05  DBL-AUD-ORIG              PIC S9(7)V99 SIGN LEADING
000288                                   SEPARATE.
000290     05  DBL-AUD-DOUBLED           PIC S9(9)V99 SIGN LEADING
000300                                   SEPARATE.
000310     05  DBL-AUD-DATE              PIC 9(08).
000330     05  DBL-AUD-OPERATOR          PIC X(08).
000340     05  DBL-AUD-OVERFLOW          PIC X(01).
000350     05  DBL-AUD-FACTOR            PIC 9(02)V99.
000360     05  DBL-AUD-PROMO-RULE        PIC X(01).
000370         88  DBL-AUD-RULE-TIERED             VALUE 'T' 'B'.
000380         88  DBL-AUD-RULE-CAPPED             VALUE 'C' 'B'.
