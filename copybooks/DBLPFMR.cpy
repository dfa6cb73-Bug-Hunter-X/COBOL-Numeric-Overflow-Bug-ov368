000100*--------------------------------------------------------------*
000110*  DBLPFMR - SHARED PROMO FACTOR MASTER RECORD.                  *
000120*  USED AS THE FD RECORD FOR DBL100'S DBLPFM PROMO MASTER AND    *
000130*  COPIED BY THE PROMO COST REPORT SO THE JOB THAT PRICES A      *
000140*  CYCLE AND THE JOB THAT COSTS IT AGREE ON ONE LAYOUT.          *
000141*  THE FACTOR PRICES THE AMOUNT UP TO THE FIRST TIER; UP TO      *
000142*  THREE TIERS EACH PRICE THE PART OF THE AMOUNT ABOVE THEIR     *
000143*  FROM-AMOUNT (9(07)V99, ASCENDING) AT THEIR OWN 99.99 FACTOR,  *
000144*  AND A NON-ZERO MAXIMUM UPLIFT CAPS WHAT THE PROMO ADDS TO ONE *
000145*  TRANSACTION. A SHORT ROW, OR BLANK TIERS AND CAP, IS A FLAT   *
000146*  FACTOR.                                                       *
000150*--------------------------------------------------------------*
000160*
000170*  MODIFICATION HISTORY
000180*  ----------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- ---------------------------------------------
000210*  10/15/2026 RJ   ORIGINAL VERSION, FACTORED OUT OF DBL100'S
000220*                  DBL-PROMO-RECORD FD SO DBL660 CAN RE-RESOLVE
000230*                  EACH AUDITED CYCLE TO THE ROW THAT PRICED IT
000240*                  WITHOUT RETYPING THE PICTURES.
000241*  10/15/2026 RJ   ROW WIDENED FROM 35 TO 86 BYTES FOR UP TO
000242*                  THREE AMOUNT TIERS, EACH WITH ITS OWN FACTOR,
000243*                  AND AN OPTIONAL MAXIMUM UPLIFT PER
000244*                  TRANSACTION. EXISTING 35-BYTE ROWS READ AS
000245*                  FLAT FACTORS.
000250*
000260 01  DBL-PROMO-RECORD.
000270     05  DBL-PFM-ITEM              PIC X(08).
000280     05  DBL-PFM-STORE             PIC X(04).
000290     05  DBL-PFM-TRAN-TYPE         PIC X(02).
000300     05  DBL-PFM-EFF-FROM          PIC 9(08).
000310     05  DBL-PFM-EFF-TO            PIC 9(08).
000320     05  DBL-PFM-FACT-WHOLE        PIC 9(02).
000330     05  DBL-PFM-FACT-POINT        PIC X(01).
000340     05  DBL-PFM-FACT-FRAC         PIC 9(02).
000350     05  DBL-PFM-TIER OCCURS 3 TIMES.
000360         10  DBL-PFM-TIER-FROM     PIC 9(07)V99.
000370         10  DBL-PFM-TIER-FROM-X REDEFINES DBL-PFM-TIER-FROM
000380                                   PIC X(09).
000390         10  DBL-PFM-TIER-WHOLE    PIC 9(02).
000400         10  DBL-PFM-TIER-POINT    PIC X(01).
000410         10  DBL-PFM-TIER-FRAC     PIC 9(02).
000420     05  DBL-PFM-MAX-UPLIFT        PIC 9(07)V99.
000430     05  DBL-PFM-MAX-UPLIFT-X REDEFINES DBL-PFM-MAX-UPLIFT
000440                                   PIC X(09).
