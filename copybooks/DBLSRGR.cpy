000100*--------------------------------------------------------------*
000110*  DBLSRGR - SHARED SALE-REGISTRY RECORD.                        *
000120*  ONE RECORD PER SCALED SA TRANSACTION, KEYED BY THE SALE'S     *
000130*  REFERENCE NUMBER ON THE PERMANENT INDEXED DBLSRG FILE.        *
000140*  WRITTEN BY DBL100 (AND BY DBL300 WHEN IT REPAIRS A SUSPENDED  *
000150*  SALE) SO A LATER RETURN (RT) CARRYING THE SALE'S REFERENCE    *
000160*  IS SCALED AT THE FACTOR THE SALE ACTUALLY GOT, NOT AT         *
000170*  WHATEVER DBLCTL OR DBLPFM SAY ON THE DAY OF THE RETURN. THE   *
000180*  RETURNED-TO-DATE AMOUNT STOPS A SALE BEING RETURNED TWICE.    *
000190*  AMOUNTS ARE THE UNSCALED INPUT AMOUNTS; RETURNED IS KEPT AS   *
000200*  A POSITIVE MAGNITUDE WHATEVER SIGN THE RETURNS CAME IN WITH.  *
000210*--------------------------------------------------------------*
000220*
000230*  MODIFICATION HISTORY
000240*  ----------------------------------------------------------
000250*  DATE       BY   DESCRIPTION
000260*  ---------- ---- ---------------------------------------------
000270*  10/15/2026 RJ   ORIGINAL VERSION.
000280*
000290 01  DBL-SALE-REGISTRY-RECORD.
000300     05  DBL-SRG-REF-NO            PIC X(10).
000310     05  DBL-SRG-ITEM              PIC X(08).
000320     05  DBL-SRG-STORE             PIC X(04).
000330     05  DBL-SRG-SALE-DATE         PIC 9(08).
000340     05  DBL-SRG-FACTOR            PIC 9(02)V99.
000350     05  DBL-SRG-SALE-AMOUNT       PIC S9(7)V99 SIGN LEADING
000360                                   SEPARATE.
000370     05  DBL-SRG-RETURNED          PIC S9(7)V99 SIGN LEADING
000380                                   SEPARATE.
