000010*--------------------------------------------------------------*
000020*  DBLCORR - SHARED SUSPENSE CORRECTION CARD.                    *
000030*  ONE CARD PER CORRECTION ON THE DBLCOR FILE, KEYED BY THE      *
000040*  REFERENCE NUMBER OF THE SUSPENDED ENTRY. THE REPLACEMENT      *
000050*  VALUE IS IN THE SIGN-PLUS-NINE-DIGIT IMPLIED-DECIMAL FORMAT   *
000060*  DBL100'S INPUT USES; BLANK KEEPS THE SUSPENDED VALUE. A       *
000070*  NON-BLANK ITEM OR STORE REPLACES THE SUSPENDED ENTRY'S KEY.   *
000080*  THE DBL310 WORKBENCH WRITES THE OPERATOR WHO MADE THE         *
000090*  CORRECTION AND WHEN; A HAND-PREPARED 20-BYTE CARD (REFERENCE  *
000100*  AND VALUE ONLY) IS STILL READ, WITH THE REST BLANK. DBL300    *
000105*  APPLIES THE CARDS, RE-CHECKING THE REPAIRED ENTRY'S ITEM AND  *
000110*  STORE AGAINST DBLITM AND DBLSTM WHOEVER PREPARED THE CARD.    *
000120*--------------------------------------------------------------*
000130*
000140*  MODIFICATION HISTORY
000150*  ----------------------------------------------------------
000160*  DATE       BY   DESCRIPTION
000170*  ---------- ---- ---------------------------------------------
000180*  10/15/2026 RJ   ORIGINAL VERSION, FACTORED OUT OF DBL300'S
000190*                  DBL-CORRECTION-RECORD FD AND WIDENED FROM 20
000200*                  TO 54 BYTES FOR THE KEY CORRECTIONS AND THE
000210*                  CORRECTING OPERATOR.
000220*
000230 01  DBL-CORRECTION-RECORD.
000240     05  DBL-COR-REF-NO            PIC X(10).
000250     05  DBL-COR-NEW-VALUE         PIC X(10).
000260     05  DBL-COR-NEW-ITEM          PIC X(08).
000270     05  DBL-COR-NEW-STORE         PIC X(04).
000280     05  DBL-COR-OPERATOR          PIC X(08).
000290     05  DBL-COR-ENTRY-DATE        PIC X(08).
000300     05  DBL-COR-ENTRY-TIME        PIC X(06).
