000100*--------------------------------------------------------------*
000110*  DBLPRTR - SHARED DBL100 PARTITION DEFINITION CARD.            *
000120*  ONE CARD PER PARTITION ON THE DBLPRT FILE: THE PARTITION      *
000130*  NUMBER (01-20) AND THE LOW AND HIGH STORE NUMBERS IT COVERS,  *
000140*  BOTH INCLUSIVE. DBL050 SPLITS THE DAY'S INPUT INTO ONE FILE   *
000150*  PER CARD (DBLIN01, DBLIN02, ...) AND REFUSES A STORE NO CARD  *
000155*  COVERS, OR ONE TWO CARDS COVER. EACH DBL100 PARTITION STEP    *
000160*  (PARM BATCH PART=01 ...) FINDS ITS OWN CARD TO SCOPE ITS      *
000170*  HOLD-QUEUE RELEASES, AND THE DBL150 MERGE EXPECTS A CLEAN     *
000180*  RUN OF EVERY PARTITION CARDED.                                *
000190*  NO DBLPRT FILE MEANS THE NIGHT RUNS UNPARTITIONED.            *
000200*--------------------------------------------------------------*
000210*
000220*  MODIFICATION HISTORY
000230*  ----------------------------------------------------------
000240*  DATE       BY   DESCRIPTION
000250*  ---------- ---- ---------------------------------------------
000260*  10/15/2026 RJ   ORIGINAL VERSION.
000270*
000280 01  DBL-PARTITION-RECORD.
000290     05  DBL-PRT-NO                PIC X(02).
000300     05  DBL-PRT-NO-N REDEFINES DBL-PRT-NO
000310                                   PIC 9(02).
000320     05  DBL-PRT-LOW-STORE         PIC X(04).
000330     05  DBL-PRT-HIGH-STORE        PIC X(04).
