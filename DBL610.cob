000272*  09/01/2026 RJ   DBLSUS IS NOW INDEXED BY REFERENCE NUMBER;   *
000274*                  THE TRACE READS IT SEQUENTIALLY IN KEY       *
000276*                  ORDER, SAME SELECTION AS BEFORE.             *
000277*  10/15/2026 RJ   THE DBLIN RECORD WIDENED TO 44 BYTES WITH THE*
000278*                  ORIGINAL-SALE REFERENCE A RETURN CARRIES.    *
000279*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000280*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000281*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000282*  10/15/2026 RJ   THE DBLAUD RECORD WIDENED BY ONE BYTE FOR    *
000283*                  THE PROMO RULE DBL200 APPLIED; THE AUDIT     *
000284*                  TRACE LINE SHOWS IT AFTER THE OVERFLOW FLAG  *
000285*                  ('T' TIER SPLIT, 'C' CAPPED, 'B' BOTH), SO A *
000286*                  CAPPED OR TIERED CYCLE IS NOT TAKEN FOR A    *
000287*                  MIS-SCALED ONE.                              *
000288*--------------------------------------------------------------*
000290*
000300    ENVIRONMENT DIVISION.
000310    CONFIGURATION SECTION.
000730*  DBL-INPUT-FILE - THE TRANSACTIONS AS ORDER ENTRY SENT THEM.  *
000740*--------------------------------------------------------------*
000750    FD  DBL-INPUT-FILE
000760        RECORD CONTAINS 44 CHARACTERS.
000770    01  DBL-INPUT-RECORD.
000780        05  DBL61-IN-ITEM            PIC X(08).
000790        05  DBL61-IN-STORE           PIC X(04).
000800        05  DBL61-IN-TRAN-TYPE       PIC X(02).
000810        05  DBL61-IN-REF-NO          PIC X(10).
000820        05  DBL61-IN-QTY             PIC X(10).
000825        05  DBL61-IN-ORIG-REF        PIC X(10).
000830*--------------------------------------------------------------*
000840*  DBL-OUTPUT-FILE - THE SCALED RESULTS, SHARED DBL1REC LAYOUT. *
000850*--------------------------------------------------------------*
000960*  DBL-AUDIT-FILE - THE AUDIT TRAIL, SHARED DBLAUDR LAYOUT.     *
000970*--------------------------------------------------------------*
000980    FD  DBL-AUDIT-FILE
000990        RECORD CONTAINS 74 CHARACTERS.
001000        COPY DBLAUDR.
001010*--------------------------------------------------------------*
001020*  DBL-WAREHOUSE-FILE - THE PIPE-DELIMITED FEED DBL500 WRITES.  *
001200        05  DBL61-SELECTED-SW        PIC X(01) VALUE 'N'.
001210            88  DBL61-SELECTED                  VALUE 'Y'.
001220*
001221    01  DBL61-RUN-DATE               PIC 9(08) VALUE 0.
001222*
001224*--------------------------------------------------------------*
001225*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001227*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001228*--------------------------------------------------------------*
001230    COPY DBLDPARM.
001240*
001250    01  DBL61-FILE-STATUSES.
001260        05  DBL61-CTL-STATUS         PIC X(02) VALUE SPACES.
001790*  CRITERION.
001800*================================================================
001810    1000-INITIALIZE.
001811        CALL 'DBL010' USING LS-DBL010-PARMS.
001812        IF NOT LS-DBL010-DATE-OK
001814            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
001815            MOVE 16 TO RETURN-CODE
001817            STOP RUN
001818        END-IF.
001820        MOVE LS-DBL010-BUS-DATE TO DBL61-RUN-DATE.
001830        OPEN INPUT DBL-SELECT-FILE.
001840        IF DBL61-CTL-STATUS NOT = '00'
001850            DISPLAY 'FATAL - DBL61CTL OPEN FAILED, STATUS '
003430            DBL-AUD-OPERATOR ' FAC ' DBL61-FACTOR-ED ' '
003440            DBL61-ORIG-ED ' ' DBL61-DBLD-ED
003450            ' OVF ' DBL-AUD-OVERFLOW
003455            ' RULE ' DBL-AUD-PROMO-RULE
003460            DELIMITED BY SIZE INTO DBL61-REPORT-LINE.
003470        WRITE DBL61-REPORT-LINE.
003480    3100-EXIT.
