000296*                  DISCOUNTS) CAN BE SCALED. DBL200 ROUNDS THE
000298*                  CENTS HALF UP AND GUARDS AGAINST THE ACTUAL
000299*                  FACTOR, WHOLE OR FRACTIONAL.
000301*  10/15/2026 RJ   TIERED AND CAPPED PROMO FACTORS. UP TO THREE
000302*                  TIERS, EACH WITH THE AMOUNT ABOVE WHICH ITS
000303*                  OWN FACTOR APPLIES (THE MULTIPLIER PRICES THE
000304*                  AMOUNT BELOW THE FIRST), AND AN OPTIONAL
000305*                  MAXIMUM UPLIFT PER TRANSACTION. DBL200 SAYS
000306*                  WHICH APPLIED IN LS-DBL200-PROMO-RULE. A
000307*                  CALLER WITH A FLAT FACTOR MOVES ZERO TO THE
000308*                  TIER COUNT AND THE MAXIMUM UPLIFT.
000309*
000310 01  LS-DBL200-PARMS.
000320     05  LS-DBL200-INPUT-QTY      PIC S9(7)V99 SIGN LEADING
000330                                   SEPARATE.
000370     05  LS-DBL200-OVERFLOW-SW    PIC 9(01).
000380         88  LS-DBL200-OVERFLOW             VALUE 1.
000390         88  LS-DBL200-NO-OVERFLOW          VALUE 0.
000400     05  LS-DBL200-TIER-COUNT     PIC 9(01).
000410     05  LS-DBL200-TIER OCCURS 3 TIMES.
000420         10  LS-DBL200-TIER-FROM  PIC 9(07)V99.
000430         10  LS-DBL200-TIER-FACTOR
000440                                  PIC 9(02)V99.
000450     05  LS-DBL200-MAX-UPLIFT     PIC 9(07)V99.
000460     05  LS-DBL200-PROMO-RULE     PIC X(01).
000470         88  LS-DBL200-RULE-FLAT            VALUE 'N'.
000480         88  LS-DBL200-RULE-TIERED          VALUE 'T'.
000490         88  LS-DBL200-RULE-CAPPED          VALUE 'C'.
000500         88  LS-DBL200-RULE-BOTH            VALUE 'B'.
