000280*                  SCALED, NOT JUST WHOLE UNIT COUNTS. THE      *
000290*                  OVERFLOW GUARD IS NOW CHECKED AGAINST THE    *
000300*                  RESULT FIELD'S REAL CAPACITY INSTEAD OF A    *
000305*                  CONSTANT THAT NEVER MATCHED THE FIELD SIZE.  *
000310*  08/22/2026 RJ   THE MULTIPLIER IS NOW A TWO-DECIMAL FACTOR    *
000311*                  (01.50, 00.75) SO FRACTIONAL PROMOS CAN RUN.  *
000312*                  THE RESULT IS ROUNDED HALF UP ON THE CENTS    *
000319*                  MULTIPLIER, WHICH PRODUCES A DIVIDE-BY-ZERO   *
000320*                  FOR ANY CALLER OTHER THAN DBL100 (WHICH       *
000321*                  HAPPENS TO NEVER PASS ZERO).                  *
000322*  10/15/2026 RJ   TIERED AND CAPPED PROMO FACTORS. A FACTOR     *
000323*                  PASSED WITH TIERS OR A MAXIMUM UPLIFT PER     *
000324*                  TRANSACTION IS SCALED BAND BY BAND ON THE     *
000325*                  AMOUNT'S MAGNITUDE, CAPPED, ROUNDED HALF UP   *
000326*                  ONCE AND HELD TO THE SAME CAPACITY GUARD AS   *
000327*                  A FLAT FACTOR; LS-DBL200-PROMO-RULE TELLS     *
000328*                  THE CALLER WHETHER A TIER SPLIT ('T'), THE    *
000329*                  CAP ('C') OR BOTH ('B') APPLIED. A FLAT       *
000330*                  FACTOR IS SCALED EXACTLY AS BEFORE.           *
000333*--------------------------------------------------------------*
000336*
000340    ENVIRONMENT DIVISION.
000350    CONFIGURATION SECTION.
000360    SOURCE-COMPUTER. IBM-370.
000480                                      SEPARATE VALUE 99999999.99.
000490    01  DBL200-LIMIT                  PIC S9(11)V99 SIGN LEADING
000500                                      SEPARATE VALUE 0.
000501*--------------------------------------------------------------*
000502*  DBL200-SHAPED-WORK - A TIERED OR CAPPED SCALE IS WORKED ON  *
000503*  THE AMOUNT'S MAGNITUDE, BAND BY BAND, IN A FIELD WIDE       *
000504*  ENOUGH FOR ANY AMOUNT AT ANY FACTOR, KEEPING EVERY          *
000505*  PRODUCT'S FOUR DECIMALS SO THE CENTS ARE ROUNDED ONCE, AT   *
000506*  THE END. THE SIGN IS PUT BACK ON THE ROUNDED RESULT.        *
000507*--------------------------------------------------------------*
000508    01  DBL200-SHAPED-WORK.
000509        05  DBL200-MAGNITUDE          PIC 9(07)V99 VALUE 0.
000510        05  DBL200-SCALED-WORK        PIC 9(11)V9(04) VALUE 0.
000511        05  DBL200-SCALED-ROUNDED     PIC 9(11)V99 VALUE 0.
000512        05  DBL200-BAND-FROM          PIC 9(07)V99 VALUE 0.
000513        05  DBL200-BAND-FACTOR        PIC 9(02)V99 VALUE 0.
000514        05  DBL200-TIER-SUB           PIC S9(04) COMP VALUE 0.
000515        05  DBL200-TIER-SPLIT-SW      PIC X(01) VALUE 'N'.
000516            88  DBL200-TIER-SPLIT               VALUE 'Y'.
000517        05  DBL200-CAPPED-SW          PIC X(01) VALUE 'N'.
000518            88  DBL200-CAPPED                   VALUE 'Y'.
000519*
000520    LINKAGE SECTION.
000530*--------------------------------------------------------------*
000540*  LS-DBL200-PARMS - CALLER SUPPLIES THE QUANTITY AND SCALE     *
000550*  FACTOR; THIS PROGRAM RETURNS THE SCALED RESULT AND SETS THE  *
000560*  OVERFLOW SWITCH IF THE QUANTITY IS TOO LARGE TO SCALE. A     *
000561*  PROMO WITH TIERS OR A MAXIMUM UPLIFT ALSO PASSES THEM, AND   *
000562*  LEARNS BACK WHETHER A TIER SPLIT OR THE CAP APPLIED.         *
000570*--------------------------------------------------------------*
000580    COPY DBL2PARM.
000670*
000752*  SCALE FACTOR IS EVER ZERO. THE RESULT'S CENTS ARE ROUNDED
000754*  HALF UP (ROUNDED, AWAY FROM ZERO ON A HALF), THE RULE
000756*  FINANCE SIGNED OFF ON; DBL100 ECHOES IT ON THE RUN SUMMARY.
000757*  A FACTOR WITH TIERS OR A MAXIMUM UPLIFT GOES TO
000758*  2000-SCALE-SHAPED INSTEAD.
000760*================================================================
000770    0000-MAINLINE.
000771        MOVE 'N' TO LS-DBL200-PROMO-RULE.
000772        IF LS-DBL200-TIER-COUNT IS NOT NUMERIC
000773                OR LS-DBL200-TIER-COUNT > 3
000774            MOVE 0 TO LS-DBL200-TIER-COUNT
000775        END-IF.
000776        IF LS-DBL200-MAX-UPLIFT IS NOT NUMERIC
000777            MOVE 0 TO LS-DBL200-MAX-UPLIFT
000778        END-IF.
000779        IF LS-DBL200-MULTIPLIER NOT = 0
000780                AND (LS-DBL200-TIER-COUNT > 0
000781                    OR LS-DBL200-MAX-UPLIFT > 0)
000782            PERFORM 2000-SCALE-SHAPED THRU 2000-EXIT
000783            GOBACK
000784        END-IF.
000785        IF LS-DBL200-MULTIPLIER = 0
000790            MOVE 1 TO LS-DBL200-OVERFLOW-SW
000800            MOVE 0 TO LS-DBL200-RESULT
000810        ELSE
000920            END-IF
000930        END-IF.
000940        GOBACK.
000950*================================================================
000960*  2000-SCALE-SHAPED - A TIERED AND/OR CAPPED FACTOR. THE
000970*  MULTIPLIER PRICES THE AMOUNT UP TO THE FIRST TIER; EACH TIER
000980*  PRICES THE PART ABOVE ITS OWN FROM-AMOUNT AT ITS OWN FACTOR
000990*  (2.00 ON THE FIRST 100.00, 1.00 ABOVE). THE MAXIMUM UPLIFT
001000*  THEN LIMITS WHAT THE PROMO ADDS TO THE AMOUNT - A FACTOR
001010*  BELOW 1.00 ADDS NOTHING AND IS NEVER CAPPED. THE RESULT IS
001020*  ROUNDED HALF UP ON THE CENTS AND HELD TO THE SAME CAPACITY
001030*  GUARD AS A FLAT FACTOR; A TIER WITH A ZERO FACTOR IS
001040*  REJECTED LIKE A ZERO MULTIPLIER.
001050*================================================================
001060    2000-SCALE-SHAPED.
001070        MOVE 0 TO LS-DBL200-OVERFLOW-SW.
001080        MOVE 'N' TO DBL200-TIER-SPLIT-SW.
001090        MOVE 'N' TO DBL200-CAPPED-SW.
001100        IF LS-DBL200-INPUT-QTY < 0
001110            COMPUTE DBL200-MAGNITUDE = 0 - LS-DBL200-INPUT-QTY
001120        ELSE
001130            MOVE LS-DBL200-INPUT-QTY TO DBL200-MAGNITUDE
001140        END-IF.
001150        MOVE 0 TO DBL200-SCALED-WORK.
001160        MOVE 0 TO DBL200-BAND-FROM.
001170        MOVE LS-DBL200-MULTIPLIER TO DBL200-BAND-FACTOR.
001180        PERFORM 2100-CLOSE-BAND THRU 2100-EXIT
001190            VARYING DBL200-TIER-SUB FROM 1 BY 1
001200            UNTIL DBL200-TIER-SUB > LS-DBL200-TIER-COUNT
001210                OR LS-DBL200-OVERFLOW.
001220        IF LS-DBL200-OVERFLOW
001230            MOVE 0 TO LS-DBL200-RESULT
001240            GO TO 2000-EXIT
001250        END-IF.
001260        COMPUTE DBL200-SCALED-WORK = DBL200-SCALED-WORK
001270            + (DBL200-MAGNITUDE - DBL200-BAND-FROM)
001280            * DBL200-BAND-FACTOR.
001290        IF LS-DBL200-MAX-UPLIFT > 0
001300                AND DBL200-SCALED-WORK >
001310                    DBL200-MAGNITUDE + LS-DBL200-MAX-UPLIFT
001320            COMPUTE DBL200-SCALED-WORK =
001330                DBL200-MAGNITUDE + LS-DBL200-MAX-UPLIFT
001340            MOVE 'Y' TO DBL200-CAPPED-SW
001350        END-IF.
001360        COMPUTE DBL200-SCALED-ROUNDED ROUNDED =
001365            DBL200-SCALED-WORK.
001370        IF DBL200-SCALED-ROUNDED > DBL200-MAX-RESULT
001380            MOVE 1 TO LS-DBL200-OVERFLOW-SW
001390            MOVE 0 TO LS-DBL200-RESULT
001400            GO TO 2000-EXIT
001410        END-IF.
001420        IF LS-DBL200-INPUT-QTY < 0
001430            COMPUTE LS-DBL200-RESULT = 0 - DBL200-SCALED-ROUNDED
001440        ELSE
001450            MOVE DBL200-SCALED-ROUNDED TO LS-DBL200-RESULT
001460        END-IF.
001470        IF DBL200-TIER-SPLIT AND DBL200-CAPPED
001480            MOVE 'B' TO LS-DBL200-PROMO-RULE
001490        ELSE
001500            IF DBL200-TIER-SPLIT
001510                MOVE 'T' TO LS-DBL200-PROMO-RULE
001520            END-IF
001530            IF DBL200-CAPPED
001540                MOVE 'C' TO LS-DBL200-PROMO-RULE
001550            END-IF
001560        END-IF.
001570    2000-EXIT.
001580        EXIT.
001590*
001600*       A TIER THE AMOUNT REACHES CLOSES THE BAND BELOW IT AT THE
001610*       TIER'S FROM-AMOUNT AND OPENS ITS OWN. A TIER NOT ABOVE
001620*       THE BAND ALREADY OPEN (OUT OF ORDER) IS PASSED OVER.
001630    2100-CLOSE-BAND.
001640        IF LS-DBL200-TIER-FROM (DBL200-TIER-SUB)
001650                NOT > DBL200-BAND-FROM
001660            GO TO 2100-EXIT
001670        END-IF.
001680        IF DBL200-MAGNITUDE NOT > LS-DBL200-TIER-FROM
001690                (DBL200-TIER-SUB)
001700            GO TO 2100-EXIT
001710        END-IF.
001720        IF LS-DBL200-TIER-FACTOR (DBL200-TIER-SUB) = 0
001730            MOVE 1 TO LS-DBL200-OVERFLOW-SW
001740            GO TO 2100-EXIT
001750        END-IF.
001760        COMPUTE DBL200-SCALED-WORK = DBL200-SCALED-WORK
001770            + (LS-DBL200-TIER-FROM (DBL200-TIER-SUB)
001780                - DBL200-BAND-FROM) * DBL200-BAND-FACTOR.
001790        MOVE LS-DBL200-TIER-FROM (DBL200-TIER-SUB)
001800            TO DBL200-BAND-FROM.
001810        MOVE LS-DBL200-TIER-FACTOR (DBL200-TIER-SUB)
001820            TO DBL200-BAND-FACTOR.
001830        MOVE 'Y' TO DBL200-TIER-SPLIT-SW.
001840    2100-EXIT.
001850        EXIT.
