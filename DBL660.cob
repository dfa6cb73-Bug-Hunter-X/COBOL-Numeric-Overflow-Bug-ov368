000010    IDENTIFICATION DIVISION.
000020    PROGRAM-ID. DBL660.
000030    AUTHOR. R JENNINGS.
000040    INSTALLATION. ORDER ENTRY SYSTEMS.
000050    DATE-WRITTEN. 10/15/2026.
000060    DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100*  DATE       BY   DESCRIPTION                                  *
000110*  ---------- ---- -------------------------------------------  *
000120*  10/15/2026 RJ   ORIGINAL VERSION. PROMO COST REPORT - WHAT   *
000130*                  EACH PROMO ACTUALLY COST, OFF THE DBLAUD     *
000140*                  TRAIL (OR, UNDER PARM ARCHIVE, A DBL650      *
000150*                  DBLAUDA ARCHIVE) FOR THE DATE RANGE ON AN    *
000160*                  OPTIONAL DBL66CTL CARD. EACH CYCLE IS TIED   *
000170*                  BACK TO THE DBLPFM ROW THAT PRICED IT BY     *
000180*                  THE SAME MOST-SPECIFIC-ROW RULE DBL100       *
000190*                  USES, CONFIRMED AGAINST THE FACTOR ON THE    *
000200*                  AUDIT LINE. UPLIFT (SCALED LESS ORIGINAL)    *
000210*                  IS SUBTOTALED BY PROMO ROW, BY STORE AND BY  *
000220*                  ITEM. OVERFLOW CYCLES CARRY NO UPLIFT AND    *
000230*                  ARE LEFT OUT; DBL950 RV BACKOUTS ARE NETTED  *
000240*                  AGAINST THE CYCLE THEY REVERSE, SO           *
000250*                  MARKETING SEES NET COST, NOT GROSS.          *
000251*  10/15/2026 RJ   HOLD-QUEUE AUDIT LINES ('H' HELD BY DBL100,  *
000252*                  'A'/'X' DECIDED BY DBL450) ARE CLASSED AS    *
000253*                  PSEUDO-LINES AND CARRY NO COST. AN APPROVED  *
000254*                  ITEM IS COSTED ON ITS DELIVERY LINE.         *
000255*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000256*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000257*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000258*  10/15/2026 RJ   THE DBLAUD RECORD WIDENED FROM 73 TO 74      *
000259*                  BYTES FOR THE PROMO RULE DBL200 APPLIED TO   *
000260*                  EACH CYCLE.                                  *
000261*  10/15/2026 RJ   A DBLPFM ROW WITH A BAD TIER OR UPLIFT CAP   *
000262*                  IS NOW REFUSED AS DBL100 REFUSES IT, AND     *
000263*                  EVERY REFUSED ROW IS NAMED ON THE CONSOLE.   *
000264*  10/15/2026 RJ   AN RT RETURN IS NOW COSTED INTO ITS OWN RT   *
000265*                  RETURNS BUCKET INSTEAD OF THE CARD-DEFAULT   *
000266*                  LINE, SINCE ITS AUDIT LINE DOES NOT NAME THE *
000267*                  SALE WHOSE PROMO ROW PRICED IT.              *
000268*--------------------------------------------------------------*
000270*
000280    ENVIRONMENT DIVISION.
000290    CONFIGURATION SECTION.
000300    SOURCE-COMPUTER. IBM-370.
000310    OBJECT-COMPUTER. IBM-370.
000320    INPUT-OUTPUT SECTION.
000330    FILE-CONTROL.
000340*       THE TRAIL NAME IS A DATA ITEM SO PARM ARCHIVE CAN POINT
000350*       THE REPORT AT THE DBLAUDA ARCHIVE, THE SAME WAY DBL600
000360*       DOES.
000370        SELECT DBL-AUDIT-FILE ASSIGN TO DBL66-AUDIT-NAME
000380            ORGANIZATION IS LINE SEQUENTIAL
000390            FILE STATUS IS DBL66-AUD-STATUS.
000400        SELECT OPTIONAL DBL-PROMO-FILE ASSIGN TO DBLPFM
000410            ORGANIZATION IS LINE SEQUENTIAL
000420            FILE STATUS IS DBL66-PFM-STATUS.
000430        SELECT DBL-SELECT-FILE ASSIGN TO DBL66CTL
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS IS DBL66-CTL-STATUS.
000460        SELECT DBL-COST-REPORT-FILE ASSIGN TO DBL66RPT
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS IS DBL66-RPT-STATUS.
000490*
000500    DATA DIVISION.
000510    FILE SECTION.
000520*--------------------------------------------------------------*
000530*  DBL-AUDIT-FILE - THE AUDIT TRAIL, SHARED DBLAUDR LAYOUT.     *
000540*  READ TWICE: ONCE TO COLLECT THE REVERSALS IN THE RANGE,      *
000550*  ONCE TO COST THE CYCLES AND NET THE REVERSALS OUT.           *
000560*--------------------------------------------------------------*
000570    FD  DBL-AUDIT-FILE
000580        RECORD CONTAINS 74 CHARACTERS.
000590        COPY DBLAUDR.
000600*--------------------------------------------------------------*
000610*  DBL-PROMO-FILE - THE DBLPFM PROMO FACTOR MASTER, SHARED      *
000620*  DBLPFMR LAYOUT. NO FILE MEANS EVERY CYCLE WAS PRICED AT THE  *
000630*  DBLCTL CARD DEFAULT.                                         *
000640*--------------------------------------------------------------*
000650    FD  DBL-PROMO-FILE
000660        RECORD CONTAINS 86 CHARACTERS.
000670        COPY DBLPFMR.
000680*--------------------------------------------------------------*
000690*  DBL-SELECT-FILE - ONE OPTIONAL SELECTION CARD. ZERO DATES    *
000700*  MEAN NO DATE RESTRICTION, AS ON THE DBL6CTL CARD.            *
000710*--------------------------------------------------------------*
000720    FD  DBL-SELECT-FILE
000730        RECORD CONTAINS 16 CHARACTERS.
000740    01  DBL-SELECT-RECORD.
000750        05  DBL66-SEL-FROM-DATE      PIC 9(08).
000760        05  DBL66-SEL-TO-DATE        PIC 9(08).
000770*--------------------------------------------------------------*
000780*  DBL-COST-REPORT-FILE - THE PAGED PROMO COST REPORT.          *
000790*--------------------------------------------------------------*
000800    FD  DBL-COST-REPORT-FILE
000810        RECORD CONTAINS 80 CHARACTERS.
000820    01  DBL66-REPORT-LINE            PIC X(80).
000830*
000840    WORKING-STORAGE SECTION.
000850    01  DBL66-SWITCHES.
000860        05  DBL66-EOF-SW             PIC X(01) VALUE 'N'.
000870            88  DBL66-EOF-YES                   VALUE 'Y'.
000880        05  DBL66-PFM-EOF-SW         PIC X(01) VALUE 'N'.
000890            88  DBL66-PFM-EOF-YES               VALUE 'Y'.
000900        05  DBL66-LINE-CLASS         PIC X(01) VALUE SPACE.
000902            88  DBL66-CLASS-CYCLE               VALUE 'C'.
000904            88  DBL66-CLASS-CONTROL             VALUE 'P'.
000906            88  DBL66-CLASS-OVERFLOW            VALUE 'O'.
000908            88  DBL66-CLASS-SPOTCHK             VALUE 'S'.
000920*
000921    01  DBL66-RUN-DATE               PIC 9(08) VALUE 0.
000922*
000924*--------------------------------------------------------------*
000925*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
000927*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
000928*--------------------------------------------------------------*
000930    COPY DBLDPARM.
000940*
000950    01  DBL66-PARM-AREA.
000960        05  DBL66-PARM-TEXT          PIC X(80) VALUE SPACES.
000970*
000980*--------------------------------------------------------------*
000990*  DBL66-AUDIT-NAME - THE LIVE DBLAUD BY DEFAULT, OR THE        *
001000*  DBLAUDA ARCHIVE UNDER PARM ARCHIVE. ECHOED ON THE HEADINGS.  *
001010*--------------------------------------------------------------*
001020    01  DBL66-AUDIT-NAME             PIC X(20) VALUE 'DBLAUD'.
001030*
001040    01  DBL66-FILE-STATUSES.
001050        05  DBL66-AUD-STATUS         PIC X(02) VALUE SPACES.
001060        05  DBL66-PFM-STATUS         PIC X(02) VALUE SPACES.
001070        05  DBL66-CTL-STATUS         PIC X(02) VALUE SPACES.
001080        05  DBL66-RPT-STATUS         PIC X(02) VALUE SPACES.
001090*
001100    01  DBL66-CRITERIA.
001110        05  DBL66-FROM-DATE          PIC 9(08) VALUE 0.
001120        05  DBL66-TO-DATE            PIC 9(08) VALUE 99999999.
001130*
001140    01  DBL66-PAGE-CONTROL.
001150        05  DBL66-PAGE-NUMBER        PIC 9(04) VALUE 0.
001160        05  DBL66-LINE-COUNT         PIC 9(03) VALUE 99.
001170        05  DBL66-LINES-PER-PAGE     PIC 9(03) VALUE 56.
001180*
001190    01  DBL66-COUNTERS.
001200        05  DBL66-COUNT-READ         PIC 9(07) VALUE 0.
001210        05  DBL66-COUNT-COSTED       PIC 9(07) VALUE 0.
001220        05  DBL66-COUNT-CONTROL      PIC 9(07) VALUE 0.
001230        05  DBL66-COUNT-OVERFLOW     PIC 9(07) VALUE 0.
001240        05  DBL66-COUNT-SPOTCHK      PIC 9(07) VALUE 0.
001250        05  DBL66-COUNT-RV-NETTED    PIC 9(07) VALUE 0.
001260        05  DBL66-COUNT-RV-ORPHAN    PIC 9(07) VALUE 0.
001270*
001280*--------------------------------------------------------------*
001290*  DBL66-CYCLE-WORK - THE CURRENT CYCLE'S UPLIFT AND THE        *
001300*  DBLPFM SLOT THAT PRICED IT.                                  *
001310*--------------------------------------------------------------*
001320    01  DBL66-CYCLE-WORK.
001330        05  DBL66-UPLIFT             PIC S9(11)V99 SIGN LEADING
001340                                      SEPARATE VALUE 0.
001350        05  DBL66-BEST-SCORE         PIC S9(04) COMP VALUE 0.
001360        05  DBL66-BEST-IX            PIC S9(04) COMP VALUE 0.
001370        05  DBL66-ROW-IX             PIC S9(04) COMP VALUE 0.
001380        05  DBL66-STORE-IX           PIC S9(04) COMP VALUE 0.
001390        05  DBL66-ITEM-IX            PIC S9(04) COMP VALUE 0.
001400        05  DBL66-WORK-FACTOR        PIC 9(02)V99 VALUE 0.
001410        05  DBL66-PFM-RECNO          PIC 9(04) VALUE 0.
001411*
001412*--------------------------------------------------------------*
001413*  DBL66-SHAPE-CHECK - A DBLPFM ROW'S TIERS AND UPLIFT CAP,     *
001414*  CHECKED BY DBL100'S 1520/1530 RULES SO A ROW THE RUN REFUSED *
001415*  IS REFUSED HERE TOO. ONLY THE VERDICT IS KEPT - THE REPORT   *
001416*  TIES EACH CYCLE TO ITS ROW, NOT TO A TIER.                   *
001417*--------------------------------------------------------------*
001418    01  DBL66-SHAPE-CHECK.
001419        05  DBL66-TIER-SUB           PIC S9(04) COMP VALUE 0.
001420        05  DBL66-TIER-COUNT         PIC S9(04) COMP VALUE 0.
001421        05  DBL66-TIER-LAST-FROM     PIC 9(07)V99 VALUE 0.
001422        05  DBL66-TIER-FACTOR        PIC 9(02)V99 VALUE 0.
001423        05  DBL66-ROW-SW             PIC X(01) VALUE 'N'.
001425            88  DBL66-ROW-BAD                   VALUE 'Y'.
001426        05  DBL66-TIER-END-SW        PIC X(01) VALUE 'N'.
001427            88  DBL66-TIERS-ENDED               VALUE 'Y'.
001428*
001430*--------------------------------------------------------------*
001440*  DBL66-PROMO-TABLE - THE DBLPFM ROWS, LOADED AND SCORED       *
001450*  EXACTLY AS DBL100'S 1510-READ-PROMO-ROW DOES (ITEM 4, STORE  *
001460*  2, TYPE 1; A TIE KEEPS THE EARLIER ROW) SO THE COST REPORT   *
001470*  PICKS THE SAME ROW THE RUN DID. THE SLOT AFTER THE LAST      *
001480*  LOADED ROW COLLECTS CYCLES PRICED AT THE CARD DEFAULT OR BY  *
001485*  A ROW NO LONGER ON THE MASTER; THE SLOT AFTER THAT COLLECTS  *
001490*  THE RT RETURNS (SEE 3000). RECNO IS THE ROW'S POSITION ON    *
001500*  DBLPFM SO MARKETING CAN FIND IT.                             *
001510*--------------------------------------------------------------*
001520    01  DBL66-PROMO-TABLE.
001530        05  DBL66-PFM-COUNT          PIC S9(04) COMP VALUE 0.
001540        05  DBL66-PFM-SUB            PIC S9(04) COMP VALUE 0.
001545        05  DBL66-DFT-IX             PIC S9(04) COMP VALUE 0.
001550        05  DBL66-RTN-IX             PIC S9(04) COMP VALUE 0.
001560        05  DBL66-PFM-ENTRY OCCURS 202 TIMES.
001570            10  DBL66-PFM-TAB-RECNO  PIC 9(04).
001580            10  DBL66-PFM-TAB-ITEM   PIC X(08).
001590            10  DBL66-PFM-TAB-STORE  PIC X(04).
001600            10  DBL66-PFM-TAB-TYPE   PIC X(02).
001610            10  DBL66-PFM-TAB-FROM   PIC 9(08).
001620            10  DBL66-PFM-TAB-TO     PIC 9(08).
001630            10  DBL66-PFM-TAB-FACTOR PIC 9(02)V99.
001640            10  DBL66-PFM-TAB-SCORE  PIC S9(04) COMP.
001650            10  DBL66-PFM-LINES      PIC 9(07).
001660            10  DBL66-PFM-RV-LINES   PIC 9(05).
001670            10  DBL66-PFM-GROSS      PIC S9(11)V99 SIGN LEADING
001680                                      SEPARATE.
001690            10  DBL66-PFM-REVERSED   PIC S9(11)V99 SIGN LEADING
001700                                      SEPARATE.
001710*--------------------------------------------------------------*
001720*  DBL66-STORE-TABLE / DBL66-ITEM-TABLE - THE SAME UPLIFT       *
001730*  ROLLED BY STORE AND BY ITEM. THE TRAIL IS NOT SORTED BY      *
001740*  EITHER, SO THESE ACCUMULATE IN TABLES LIKE DBL600'S          *
001750*  OPERATOR TOTALS AND PRINT AT END. SIZED TO THE DBLSTM AND    *
001760*  DBLITM MASTERS.                                              *
001770*--------------------------------------------------------------*
001780    01  DBL66-STORE-TABLE.
001790        05  DBL66-STR-COUNT          PIC S9(04) COMP VALUE 0.
001800        05  DBL66-STR-SUB            PIC S9(04) COMP VALUE 0.
001810        05  DBL66-STR-ENTRY OCCURS 100 TIMES.
001820            10  DBL66-STR-ID         PIC X(04).
001830            10  DBL66-STR-LINES      PIC 9(07).
001840            10  DBL66-STR-RV-LINES   PIC 9(05).
001850            10  DBL66-STR-GROSS      PIC S9(11)V99 SIGN LEADING
001860                                      SEPARATE.
001870            10  DBL66-STR-REVERSED   PIC S9(11)V99 SIGN LEADING
001880                                      SEPARATE.
001890*
001900    01  DBL66-ITEM-TABLE.
001910        05  DBL66-ITM-COUNT          PIC S9(04) COMP VALUE 0.
001920        05  DBL66-ITM-SUB            PIC S9(04) COMP VALUE 0.
001930        05  DBL66-ITM-ENTRY OCCURS 500 TIMES.
001940            10  DBL66-ITM-ID         PIC X(08).
001950            10  DBL66-ITM-LINES      PIC 9(07).
001960            10  DBL66-ITM-RV-LINES   PIC 9(05).
001970            10  DBL66-ITM-GROSS      PIC S9(11)V99 SIGN LEADING
001980                                      SEPARATE.
001990            10  DBL66-ITM-REVERSED   PIC S9(11)V99 SIGN LEADING
002000                                      SEPARATE.
002010*--------------------------------------------------------------*
002020*  DBL66-REVERSAL-TABLE - THE RV BACKOUTS DATED IN THE RANGE,   *
002030*  COLLECTED ON THE FIRST PASS. AN RV CARRIES ITS ORIGINAL'S    *
002040*  REFERENCE AND IS SCALED AT 1.00, SO ITS OWN LINE SHOWS NO    *
002050*  UPLIFT - THE UPLIFT IT TAKES BACK IS THE ORIGINAL CYCLE'S,   *
002060*  FOUND ON THE SECOND PASS. EACH RV NETS ONE ORIGINAL, SO A    *
002070*  FORCED RERUN BACKED OUT TWICE NETS BOTH CYCLES. AN RV WHOSE  *
002080*  ORIGINAL IS NOT ON THIS TRAIL (PURGED TO AN ARCHIVE) IS      *
002090*  LISTED RATHER THAN GUESSED.                                  *
002100*--------------------------------------------------------------*
002110    01  DBL66-REVERSAL-TABLE.
002120        05  DBL66-REV-COUNT          PIC S9(04) COMP VALUE 0.
002130        05  DBL66-REV-SUB            PIC S9(04) COMP VALUE 0.
002140        05  DBL66-REV-IX             PIC S9(04) COMP VALUE 0.
002150        05  DBL66-REV-ENTRY OCCURS 1000 TIMES.
002160            10  DBL66-REV-REF-NO     PIC X(10).
002170            10  DBL66-REV-DATE       PIC 9(08).
002180            10  DBL66-REV-STORE      PIC X(04).
002190            10  DBL66-REV-ITEM       PIC X(08).
002200            10  DBL66-REV-AMOUNT     PIC S9(9)V99 SIGN LEADING
002210                                      SEPARATE.
002220            10  DBL66-REV-MATCHED-SW PIC X(01).
002230                88  DBL66-REV-MATCHED           VALUE 'Y'.
002240*
002250    01  DBL66-GRAND-TOTALS.
002260        05  DBL66-TOT-LINES          PIC 9(07) VALUE 0.
002270        05  DBL66-TOT-RV-LINES       PIC 9(05) VALUE 0.
002280        05  DBL66-TOT-GROSS          PIC S9(11)V99 SIGN LEADING
002290                                      SEPARATE VALUE 0.
002300        05  DBL66-TOT-REVERSED       PIC S9(11)V99 SIGN LEADING
002310                                      SEPARATE VALUE 0.
002320*
002330*--------------------------------------------------------------*
002340*  DBL66-PRINT-AREA - ONE SUBTOTAL LINE'S CONTENT, FILLED BY    *
002350*  EACH SECTION AND PRINTED BY 6900-PRINT-SUBTOTAL SO THE       *
002360*  THREE SECTIONS LINE UP COLUMN FOR COLUMN.                    *
002370*--------------------------------------------------------------*
002380    01  DBL66-PRINT-AREA.
002390        05  DBL66-PRT-LABEL          PIC X(27) VALUE SPACES.
002400        05  DBL66-PRT-LINES          PIC 9(07) VALUE 0.
002410        05  DBL66-PRT-RV-LINES       PIC 9(05) VALUE 0.
002420        05  DBL66-PRT-GROSS          PIC S9(11)V99 SIGN LEADING
002430                                      SEPARATE VALUE 0.
002440        05  DBL66-PRT-NET            PIC S9(11)V99 SIGN LEADING
002450                                      SEPARATE VALUE 0.
002460*
002470*--------------------------------------------------------------*
002480*  DBL66-SAVE-LINE - HOLDS THE PENDING LINE WHILE THE PAGE      *
002490*  HEADINGS BORROW THE REPORT-LINE BUFFER.                      *
002500*--------------------------------------------------------------*
002510    01  DBL66-SAVE-LINE              PIC X(80) VALUE SPACES.
002520*
002530    01  DBL66-DISPLAY-EDIT.
002540        05  DBL66-GROSS-ED           PIC -99999999999.99.
002550        05  DBL66-NET-ED             PIC -99999999999.99.
002560        05  DBL66-AMOUNT-ED          PIC -999999999.99.
002570        05  DBL66-FACTOR-ED          PIC 99.99.
002580        05  DBL66-PAGE-ED            PIC ZZZ9.
002590*
002600    PROCEDURE DIVISION.
002610*================================================================
002620*  0000-MAINLINE
002630*================================================================
002640    0000-MAINLINE.
002650        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002660        PERFORM 1500-COLLECT-REVERSALS THRU 1500-EXIT.
002670        OPEN INPUT DBL-AUDIT-FILE.
002680        PERFORM 1050-CHECK-AUDIT-OPEN THRU 1050-EXIT.
002690        PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002700        PERFORM 2200-PROCESS-ONE-LINE THRU 2200-EXIT
002710            UNTIL DBL66-EOF-YES.
002720        CLOSE DBL-AUDIT-FILE.
002730        PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
002740        PERFORM 9000-TERMINATE THRU 9000-EXIT.
002750        STOP RUN.
002760*================================================================
002770*  1000-INITIALIZE - PICK UP THE PARM AND SELECTION CARD, LOAD
002780*  THE PROMO MASTER AND OPEN THE REPORT.
002790*================================================================
002800    1000-INITIALIZE.
002801        CALL 'DBL010' USING LS-DBL010-PARMS.
002802        IF NOT LS-DBL010-DATE-OK
002804            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
002805            MOVE 16 TO RETURN-CODE
002807            STOP RUN
002808        END-IF.
002810        MOVE LS-DBL010-BUS-DATE TO DBL66-RUN-DATE.
002820        ACCEPT DBL66-PARM-TEXT FROM COMMAND-LINE.
002830        IF DBL66-PARM-TEXT (1:7) = 'ARCHIVE'
002840            MOVE 'DBLAUDA' TO DBL66-AUDIT-NAME
002850        END-IF.
002860        PERFORM 1100-READ-SELECT-CARD THRU 1100-EXIT.
002870        PERFORM 1200-LOAD-PROMO-MASTER THRU 1200-EXIT.
002880        OPEN OUTPUT DBL-COST-REPORT-FILE.
002890        IF DBL66-RPT-STATUS NOT = '00'
002900            DISPLAY 'FATAL - DBL66RPT OPEN FAILED, STATUS '
002910                DBL66-RPT-STATUS
002920            MOVE 16 TO RETURN-CODE
002930            STOP RUN
002940        END-IF.
002950    1000-EXIT.
002960        EXIT.
002970*
002980    1050-CHECK-AUDIT-OPEN.
002990        IF DBL66-AUD-STATUS NOT = '00'
003000            DISPLAY 'FATAL - DBLAUD OPEN FAILED, STATUS '
003010                DBL66-AUD-STATUS
003020            MOVE 16 TO RETURN-CODE
003030            STOP RUN
003040        END-IF.
003050    1050-EXIT.
003060        EXIT.
003070*================================================================
003080*  1100-READ-SELECT-CARD - NO CARD AT ALL MEANS THE WHOLE
003090*  TRAIL, THE SAME CONVENTION AS DBL600'S DBL6CTL CARD.
003100*================================================================
003110    1100-READ-SELECT-CARD.
003120        OPEN INPUT DBL-SELECT-FILE.
003130        IF DBL66-CTL-STATUS NOT = '00'
003140            GO TO 1100-EXIT
003150        END-IF.
003160        READ DBL-SELECT-FILE
003170            AT END
003180                CLOSE DBL-SELECT-FILE
003190                GO TO 1100-EXIT
003200        END-READ.
003210        IF DBL66-SEL-FROM-DATE IS NUMERIC
003220                AND DBL66-SEL-FROM-DATE > 0
003230            MOVE DBL66-SEL-FROM-DATE TO DBL66-FROM-DATE
003240        END-IF.
003250        IF DBL66-SEL-TO-DATE IS NUMERIC
003260                AND DBL66-SEL-TO-DATE > 0
003270            MOVE DBL66-SEL-TO-DATE TO DBL66-TO-DATE
003280        END-IF.
003290        CLOSE DBL-SELECT-FILE.
003300    1100-EXIT.
003310        EXIT.
003320*================================================================
003330*  1200-LOAD-PROMO-MASTER - LOAD DBLPFM BY DBL100'S RULES. A
003340*  ROW DBL100 REFUSES - A BAD FACTOR, OR A BAD TIER OR CAP - IS
003345*  REFUSED HERE TOO, WITH THE SAME CONSOLE WARNING, SO THE TWO
003350*  PROGRAMS SEE THE SAME CANDIDATE ROWS.
003360*================================================================
003370    1200-LOAD-PROMO-MASTER.
003380        OPEN INPUT DBL-PROMO-FILE.
003390        IF DBL66-PFM-STATUS = '00'
003400            PERFORM 1210-READ-PROMO-ROW THRU 1210-EXIT
003410                UNTIL DBL66-PFM-EOF-YES
003420            CLOSE DBL-PROMO-FILE
003430        END-IF.
003440*       THE SLOT AFTER THE LAST ROW IS THE CARD-DEFAULT BUCKET.
003450        COMPUTE DBL66-DFT-IX = DBL66-PFM-COUNT + 1.
003460        MOVE 0 TO DBL66-PFM-TAB-RECNO (DBL66-DFT-IX).
003470        MOVE 0 TO DBL66-PFM-TAB-FACTOR (DBL66-DFT-IX).
003475        MOVE DBL66-DFT-IX TO DBL66-PFM-SUB.
003476        PERFORM 1220-CLEAR-ROW-TOTALS THRU 1220-EXIT.
003477*       AND THE ONE AFTER THAT IS THE RT RETURNS BUCKET.
003478        COMPUTE DBL66-RTN-IX = DBL66-DFT-IX + 1.
003479        MOVE 0 TO DBL66-PFM-TAB-RECNO (DBL66-RTN-IX).
003480        MOVE 0 TO DBL66-PFM-TAB-FACTOR (DBL66-RTN-IX).
003483        MOVE DBL66-RTN-IX TO DBL66-PFM-SUB.
003486        PERFORM 1220-CLEAR-ROW-TOTALS THRU 1220-EXIT.
003490    1200-EXIT.
003500        EXIT.
003510*
003520    1210-READ-PROMO-ROW.
003530        READ DBL-PROMO-FILE
003540            AT END
003550                MOVE 'Y' TO DBL66-PFM-EOF-SW
003560                GO TO 1210-EXIT
003570        END-READ.
003580        ADD 1 TO DBL66-PFM-RECNO.
003590        MOVE 0 TO DBL66-WORK-FACTOR.
003600        IF DBL-PFM-FACT-WHOLE IS NUMERIC
003610            IF DBL-PFM-FACT-POINT = '.'
003620                    AND DBL-PFM-FACT-FRAC IS NUMERIC
003630                COMPUTE DBL66-WORK-FACTOR =
003640                    DBL-PFM-FACT-WHOLE
003650                    + (DBL-PFM-FACT-FRAC / 100)
003660            ELSE
003670                MOVE DBL-PFM-FACT-WHOLE TO DBL66-WORK-FACTOR
003680            END-IF
003690        END-IF.
003693        IF DBL66-WORK-FACTOR = 0
003696            DISPLAY 'DBLPFM ROW WITH BAD FACTOR IGNORED: '
003700                DBL-PROMO-RECORD
003710            GO TO 1210-EXIT
003711        END-IF.
003712        PERFORM 1230-CHECK-PROMO-SHAPE THRU 1230-EXIT.
003714        IF DBL66-ROW-BAD
003715            DISPLAY 'DBLPFM ROW WITH BAD TIER OR CAP IGNORED: '
003717                DBL-PROMO-RECORD
003718            GO TO 1210-EXIT
003720        END-IF.
003730        IF DBL66-PFM-COUNT >= 200
003740            DISPLAY 'FATAL - DBLPFM EXCEEDS 200 ROWS'
003750            MOVE 16 TO RETURN-CODE
003760            STOP RUN
003770        END-IF.
003780        ADD 1 TO DBL66-PFM-COUNT.
003790        MOVE DBL66-PFM-COUNT TO DBL66-PFM-SUB.
003800        MOVE DBL66-PFM-RECNO
003805            TO DBL66-PFM-TAB-RECNO (DBL66-PFM-SUB).
003810        MOVE DBL-PFM-ITEM TO DBL66-PFM-TAB-ITEM (DBL66-PFM-SUB).
003820        MOVE DBL-PFM-STORE TO DBL66-PFM-TAB-STORE (DBL66-PFM-SUB).
003830        MOVE DBL-PFM-TRAN-TYPE
003835            TO DBL66-PFM-TAB-TYPE (DBL66-PFM-SUB).
003840        IF DBL-PFM-EFF-FROM IS NUMERIC
003850            MOVE DBL-PFM-EFF-FROM
003855                TO DBL66-PFM-TAB-FROM (DBL66-PFM-SUB)
003860        ELSE
003870            MOVE 0 TO DBL66-PFM-TAB-FROM (DBL66-PFM-SUB)
003880        END-IF.
003890        IF DBL-PFM-EFF-TO IS NUMERIC AND DBL-PFM-EFF-TO > 0
003900            MOVE DBL-PFM-EFF-TO
003905                TO DBL66-PFM-TAB-TO (DBL66-PFM-SUB)
003910        ELSE
003920            MOVE 99999999 TO DBL66-PFM-TAB-TO (DBL66-PFM-SUB)
003930        END-IF.
003940        MOVE DBL66-WORK-FACTOR
003945            TO DBL66-PFM-TAB-FACTOR (DBL66-PFM-SUB).
003950        MOVE 0 TO DBL66-PFM-TAB-SCORE (DBL66-PFM-SUB).
003960        IF DBL-PFM-ITEM NOT = SPACES
003970            ADD 4 TO DBL66-PFM-TAB-SCORE (DBL66-PFM-SUB)
003980        END-IF.
003990        IF DBL-PFM-STORE NOT = SPACES
004000            ADD 2 TO DBL66-PFM-TAB-SCORE (DBL66-PFM-SUB)
004010        END-IF.
004020        IF DBL-PFM-TRAN-TYPE NOT = SPACES
004030            ADD 1 TO DBL66-PFM-TAB-SCORE (DBL66-PFM-SUB)
004040        END-IF.
004050        PERFORM 1220-CLEAR-ROW-TOTALS THRU 1220-EXIT.
004060    1210-EXIT.
004070        EXIT.
004080*
004081    1220-CLEAR-ROW-TOTALS.
004082        MOVE 0 TO DBL66-PFM-LINES (DBL66-PFM-SUB).
004083        MOVE 0 TO DBL66-PFM-RV-LINES (DBL66-PFM-SUB).
004084        MOVE 0 TO DBL66-PFM-GROSS (DBL66-PFM-SUB).
004085        MOVE 0 TO DBL66-PFM-REVERSED (DBL66-PFM-SUB).
004086    1220-EXIT.
004087        EXIT.
004088*================================================================
004089*  1230-CHECK-PROMO-SHAPE - DBL100'S TIER AND CAP RULES: EACH
004090*  TIER A NUMERIC FROM-AMOUNT AND A NON-ZERO 99.99 FACTOR, THE
004091*  FIRST FROM-AMOUNT ABOVE ZERO AND EACH ONE ABOVE THE LAST,
004092*  THE FIRST BLANK TIER ENDING THE LIST (A TIER AFTER IT IS
004093*  BAD), AND THE CAP BLANK OR NUMERIC.
004094*================================================================
004095    1230-CHECK-PROMO-SHAPE.
004096        MOVE 'N' TO DBL66-ROW-SW.
004097        MOVE 'N' TO DBL66-TIER-END-SW.
004098        MOVE 0 TO DBL66-TIER-COUNT.
004099        PERFORM 1240-CHECK-ONE-TIER THRU 1240-EXIT
004100            VARYING DBL66-TIER-SUB FROM 1 BY 1
004101            UNTIL DBL66-TIER-SUB > 3
004102                OR DBL66-ROW-BAD.
004103        IF DBL66-ROW-BAD
004104            GO TO 1230-EXIT
004105        END-IF.
004106        IF DBL-PFM-MAX-UPLIFT-X NOT = SPACES
004107                AND DBL-PFM-MAX-UPLIFT IS NOT NUMERIC
004108            MOVE 'Y' TO DBL66-ROW-SW
004109        END-IF.
004110    1230-EXIT.
004111        EXIT.
004112*
004113    1240-CHECK-ONE-TIER.
004114        IF DBL-PFM-TIER (DBL66-TIER-SUB) = SPACES
004115            MOVE 'Y' TO DBL66-TIER-END-SW
004116            GO TO 1240-EXIT
004117        END-IF.
004118        IF DBL66-TIERS-ENDED
004119                OR DBL-PFM-TIER-FROM (DBL66-TIER-SUB)
004120                    IS NOT NUMERIC
004121            MOVE 'Y' TO DBL66-ROW-SW
004122            GO TO 1240-EXIT
004123        END-IF.
004124        MOVE 0 TO DBL66-TIER-FACTOR.
004125        IF DBL-PFM-TIER-WHOLE (DBL66-TIER-SUB) IS NUMERIC
004126            IF DBL-PFM-TIER-POINT (DBL66-TIER-SUB) = '.'
004127                    AND DBL-PFM-TIER-FRAC (DBL66-TIER-SUB)
004128                        IS NUMERIC
004129                COMPUTE DBL66-TIER-FACTOR =
004130                    DBL-PFM-TIER-WHOLE (DBL66-TIER-SUB)
004131                    + (DBL-PFM-TIER-FRAC (DBL66-TIER-SUB) / 100)
004132            ELSE
004133                MOVE DBL-PFM-TIER-WHOLE (DBL66-TIER-SUB)
004134                    TO DBL66-TIER-FACTOR
004135            END-IF
004136        END-IF.
004137        IF DBL66-TIER-FACTOR = 0
004138            MOVE 'Y' TO DBL66-ROW-SW
004139            GO TO 1240-EXIT
004140        END-IF.
004141        IF DBL66-TIER-COUNT = 0
004142            IF DBL-PFM-TIER-FROM (DBL66-TIER-SUB) = 0
004143                MOVE 'Y' TO DBL66-ROW-SW
004144                GO TO 1240-EXIT
004145            END-IF
004146        ELSE
004147            IF DBL-PFM-TIER-FROM (DBL66-TIER-SUB) NOT >
004148                    DBL66-TIER-LAST-FROM
004149                MOVE 'Y' TO DBL66-ROW-SW
004150                GO TO 1240-EXIT
004151            END-IF
004152        END-IF.
004153        ADD 1 TO DBL66-TIER-COUNT.
004155        MOVE DBL-PFM-TIER-FROM (DBL66-TIER-SUB)
004156            TO DBL66-TIER-LAST-FROM.
004157    1240-EXIT.
004158        EXIT.
004160*================================================================
004170*  1500-COLLECT-REVERSALS - FIRST PASS. EVERY RV CYCLE DATED IN
004180*  THE RANGE GOES INTO THE REVERSAL TABLE, SO THE SECOND PASS
004190*  CAN NET EACH ONE AGAINST THE CYCLE IT BACKS OUT - EVEN WHEN
004200*  THAT CYCLE FALLS BEFORE THE RANGE. THE BACKOUT IS BOOKED
004210*  WHEN IT HAPPENS, THE SAME DAY THE WAREHOUSE SEES IT.
004220*================================================================
004230    1500-COLLECT-REVERSALS.
004240        OPEN INPUT DBL-AUDIT-FILE.
004250        PERFORM 1050-CHECK-AUDIT-OPEN THRU 1050-EXIT.
004260        PERFORM 1510-COLLECT-ONE-LINE THRU 1510-EXIT
004270            UNTIL DBL66-EOF-YES.
004280        CLOSE DBL-AUDIT-FILE.
004290        MOVE 'N' TO DBL66-EOF-SW.
004300    1500-EXIT.
004310        EXIT.
004320*
004330    1510-COLLECT-ONE-LINE.
004340        READ DBL-AUDIT-FILE
004350            AT END
004360                MOVE 'Y' TO DBL66-EOF-SW
004370                GO TO 1510-EXIT
004380        END-READ.
004390        PERFORM 2300-CLASSIFY-LINE THRU 2300-EXIT.
004400        IF NOT DBL66-CLASS-CYCLE
004410                OR DBL-AUD-TRAN-TYPE NOT = 'RV'
004420                OR DBL-AUD-DATE < DBL66-FROM-DATE
004430                OR DBL-AUD-DATE > DBL66-TO-DATE
004440            GO TO 1510-EXIT
004450        END-IF.
004460        IF DBL66-REV-COUNT >= 1000
004470            DISPLAY 'FATAL - MORE THAN 1000 REVERSALS IN RANGE'
004480            MOVE 16 TO RETURN-CODE
004490            STOP RUN
004500        END-IF.
004510        ADD 1 TO DBL66-REV-COUNT.
004520        MOVE DBL-AUD-REF-NO TO DBL66-REV-REF-NO (DBL66-REV-COUNT).
004530        MOVE DBL-AUD-DATE TO DBL66-REV-DATE (DBL66-REV-COUNT).
004540        MOVE DBL-AUD-STORE TO DBL66-REV-STORE (DBL66-REV-COUNT).
004550        MOVE DBL-AUD-ITEM TO DBL66-REV-ITEM (DBL66-REV-COUNT).
004560        MOVE DBL-AUD-DOUBLED
004565            TO DBL66-REV-AMOUNT (DBL66-REV-COUNT).
004570        MOVE 'N' TO DBL66-REV-MATCHED-SW (DBL66-REV-COUNT).
004580    1510-EXIT.
004590        EXIT.
004600*
004610    2100-READ-AUDIT.
004620        READ DBL-AUDIT-FILE
004630            AT END
004640                MOVE 'Y' TO DBL66-EOF-SW
004650        END-READ.
004660        IF NOT DBL66-EOF-YES
004670            ADD 1 TO DBL66-COUNT-READ
004680        END-IF.
004690    2100-EXIT.
004700        EXIT.
004710*================================================================
004720*  2200-PROCESS-ONE-LINE - SECOND PASS. COST EVERY CYCLE IN THE
004730*  RANGE AGAINST ITS PROMO ROW, AND NET ANY RV THAT BACKS IT
004740*  OUT. CYCLES BEFORE THE RANGE ARE STILL RESOLVED, BECAUSE A
004743*  REVERSAL IN THE RANGE MAY TAKE ONE OF THEM BACK. AN RT
004746*  RETURN IS COSTED TOO, BUT INTO ITS OWN RT RETURNS BUCKET,
004750*  NOT AGAINST A PROMO ROW - SEE 3000.
004760*================================================================
004770    2200-PROCESS-ONE-LINE.
004780        PERFORM 2300-CLASSIFY-LINE THRU 2300-EXIT.
004790        IF DBL-AUD-DATE > DBL66-TO-DATE
004800            GO TO 2200-NEXT
004810        END-IF.
004812        IF DBL-AUD-DATE NOT < DBL66-FROM-DATE
004814            IF DBL66-CLASS-CONTROL
004816                ADD 1 TO DBL66-COUNT-CONTROL
004818            END-IF
004820            IF DBL66-CLASS-OVERFLOW
004822                ADD 1 TO DBL66-COUNT-OVERFLOW
004824            END-IF
004826            IF DBL66-CLASS-SPOTCHK
004828                ADD 1 TO DBL66-COUNT-SPOTCHK
004829            END-IF
004830        END-IF.
004832        IF NOT DBL66-CLASS-CYCLE OR DBL-AUD-TRAN-TYPE = 'RV'
004834            GO TO 2200-NEXT
004836        END-IF.
004840        COMPUTE DBL66-UPLIFT = DBL-AUD-DOUBLED - DBL-AUD-ORIG.
004850        PERFORM 3000-RESOLVE-PROMO-ROW THRU 3000-EXIT.
004860        IF DBL-AUD-DATE NOT < DBL66-FROM-DATE
004870            ADD 1 TO DBL66-COUNT-COSTED
004880            PERFORM 4000-POST-GROSS THRU 4000-EXIT
004890        END-IF.
004900        IF DBL66-REV-COUNT > 0
004910            PERFORM 2500-MATCH-REVERSAL THRU 2500-EXIT
004920        END-IF.
004930    2200-NEXT.
004940        PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
004950    2200-EXIT.
004960        EXIT.
004970*================================================================
004980*  2300-CLASSIFY-LINE - ONLY REAL PROCESSING CYCLES CARRY A
004990*  COST. THE FORCERUN/AUTHFAIL AND DBL950 'G' PSEUDO-LINES ARE
005000*  SKIPPED AS DBL400 SKIPS THEM; AN OVERFLOW CYCLE WAS NEVER
005010*  SCALED AND AN SC SPOT-CHECK NEVER REACHES DBLOUT, SO NEITHER
005020*  COSTS ANYTHING. THE SKIP COUNTS ARE KEPT ON THE SECOND PASS.
005022*  (A CONTROL LINE IS TESTED FIRST - ITS ZERO FACTOR WOULD
005024*  OTHERWISE READ AS A CYCLE.)
005030*================================================================
005040    2300-CLASSIFY-LINE.
005050        IF DBL-AUD-ITEM = 'FORCERUN' OR DBL-AUD-ITEM = 'AUTHFAIL'
005060                OR DBL-AUD-OVERFLOW = 'G'
005062                OR DBL-AUD-OVERFLOW = 'H'
005064                OR DBL-AUD-OVERFLOW = 'A'
005066                OR DBL-AUD-OVERFLOW = 'X'
005070                OR DBL-AUD-FACTOR = 0
005080            MOVE 'P' TO DBL66-LINE-CLASS
005090        ELSE
005100            IF DBL-AUD-OVERFLOW = 'Y'
005110                MOVE 'O' TO DBL66-LINE-CLASS
005120            ELSE
005130                IF DBL-AUD-TRAN-TYPE = 'SC'
005140                    MOVE 'S' TO DBL66-LINE-CLASS
005150                ELSE
005160                    MOVE 'C' TO DBL66-LINE-CLASS
005170                END-IF
005180            END-IF
005190        END-IF.
005350    2300-EXIT.
005360        EXIT.
005370*================================================================
005380*  2500-MATCH-REVERSAL - IF AN UNMATCHED RV IN THE TABLE BACKS
005390*  OUT THIS CYCLE (SAME REFERENCE, NOT DATED BEFORE IT), TAKE
005400*  THE CYCLE'S UPLIFT BACK OFF ITS ROW, STORE AND ITEM.
005410*================================================================
005420    2500-MATCH-REVERSAL.
005430        MOVE 0 TO DBL66-REV-IX.
005440        PERFORM 2510-SCAN-REVERSAL THRU 2510-EXIT
005450            VARYING DBL66-REV-SUB FROM 1 BY 1
005460            UNTIL DBL66-REV-SUB > DBL66-REV-COUNT
005470                OR DBL66-REV-IX > 0.
005480        IF DBL66-REV-IX = 0
005490            GO TO 2500-EXIT
005500        END-IF.
005510        MOVE 'Y' TO DBL66-REV-MATCHED-SW (DBL66-REV-IX).
005520        ADD 1 TO DBL66-COUNT-RV-NETTED.
005530        PERFORM 4100-POST-REVERSAL THRU 4100-EXIT.
005540    2500-EXIT.
005550        EXIT.
005560*
005570    2510-SCAN-REVERSAL.
005580        IF DBL66-REV-REF-NO (DBL66-REV-SUB) = DBL-AUD-REF-NO
005590                AND NOT DBL66-REV-MATCHED (DBL66-REV-SUB)
005600                AND DBL66-REV-DATE (DBL66-REV-SUB)
005610                    NOT < DBL-AUD-DATE
005620            MOVE DBL66-REV-SUB TO DBL66-REV-IX
005630        END-IF.
005640    2510-EXIT.
005650        EXIT.
005660*================================================================
005670*  3000-RESOLVE-PROMO-ROW - THE HIGHEST-SPECIFICITY DBLPFM ROW
005680*  WHOSE KEYS MATCH (BLANK MATCHES ANYTHING) AND WHOSE RANGE
005690*  COVERS THE CYCLE'S DATE - DBL100'S 5200-FIND-FACTOR RULE.
005700*  THE ROW ONLY GETS THE CYCLE IF ITS FACTOR IS THE ONE ON THE
005710*  AUDIT LINE; OTHERWISE THE CARD DEFAULT PRICED IT, OR THE
005720*  ROW THAT DID HAS SINCE BEEN CHANGED, AND THE CYCLE FALLS TO
005721*  THE DEFAULT BUCKET RATHER THAN BEING PINNED ON THE WRONG ROW.
005722*  AN RT IS NOT RESOLVED AT ALL. DBL100 PRICES A RETURN AT THE
005723*  FACTOR ITS SALE GOT (THE DBLSRG ENTRY), NOT BY THE RETURN'S
005725*  OWN TYPE AND DATE, AND ITS AUDIT LINE CARRIES ONLY ITS OWN
005726*  REFERENCE - THE SALE IT NAMED IS NOT ON THE TRAIL - SO THE
005727*  ROW THAT PRICED THE SALE CANNOT BE FOUND FROM HERE. RATHER
005728*  THAN LET RETURNS OF PROMO SALES PAD THE CARD-DEFAULT LINE,
005730*  EVERY RT GOES TO THE RT RETURNS BUCKET, PRINTED ON ITS OWN.
005740*================================================================
005750    3000-RESOLVE-PROMO-ROW.
005751        IF DBL-AUD-TRAN-TYPE = 'RT'
005752            MOVE DBL66-RTN-IX TO DBL66-ROW-IX
005753            GO TO 3000-EXIT
005755        END-IF.
005760        MOVE -1 TO DBL66-BEST-SCORE.
005770        MOVE 0 TO DBL66-BEST-IX.
005780        PERFORM 3100-SCAN-PROMO THRU 3100-EXIT
005790            VARYING DBL66-PFM-SUB FROM 1 BY 1
005800            UNTIL DBL66-PFM-SUB > DBL66-PFM-COUNT.
005810        MOVE DBL66-DFT-IX TO DBL66-ROW-IX.
005820        IF DBL66-BEST-IX > 0
005830            IF DBL66-PFM-TAB-FACTOR (DBL66-BEST-IX)
005840                    = DBL-AUD-FACTOR
005850                MOVE DBL66-BEST-IX TO DBL66-ROW-IX
005860            END-IF
005870        END-IF.
005880    3000-EXIT.
005890        EXIT.
005900*
005910    3100-SCAN-PROMO.
005920        IF DBL66-PFM-TAB-ITEM (DBL66-PFM-SUB) NOT = SPACES
005930                AND DBL66-PFM-TAB-ITEM (DBL66-PFM-SUB)
005940                NOT = DBL-AUD-ITEM
005950            GO TO 3100-EXIT
005960        END-IF.
005970        IF DBL66-PFM-TAB-STORE (DBL66-PFM-SUB) NOT = SPACES
005980                AND DBL66-PFM-TAB-STORE (DBL66-PFM-SUB)
005990                NOT = DBL-AUD-STORE
006000            GO TO 3100-EXIT
006010        END-IF.
006020        IF DBL66-PFM-TAB-TYPE (DBL66-PFM-SUB) NOT = SPACES
006030                AND DBL66-PFM-TAB-TYPE (DBL66-PFM-SUB)
006040                NOT = DBL-AUD-TRAN-TYPE
006050            GO TO 3100-EXIT
006060        END-IF.
006070        IF DBL-AUD-DATE < DBL66-PFM-TAB-FROM (DBL66-PFM-SUB)
006080                OR DBL-AUD-DATE > DBL66-PFM-TAB-TO (DBL66-PFM-SUB)
006090            GO TO 3100-EXIT
006100        END-IF.
006110        IF DBL66-PFM-TAB-SCORE (DBL66-PFM-SUB) > DBL66-BEST-SCORE
006120            MOVE DBL66-PFM-TAB-SCORE (DBL66-PFM-SUB)
006130                TO DBL66-BEST-SCORE
006140            MOVE DBL66-PFM-SUB TO DBL66-BEST-IX
006150        END-IF.
006160    3100-EXIT.
006170        EXIT.
006180*================================================================
006190*  4000-POST-GROSS - ROLL THE CYCLE'S UPLIFT INTO ITS PROMO
006200*  ROW, STORE AND ITEM.
006210*================================================================
006220    4000-POST-GROSS.
006230        PERFORM 4200-FIND-STORE THRU 4200-EXIT.
006240        PERFORM 4300-FIND-ITEM THRU 4300-EXIT.
006250        ADD 1 TO DBL66-PFM-LINES (DBL66-ROW-IX)
006260            DBL66-STR-LINES (DBL66-STORE-IX)
006270            DBL66-ITM-LINES (DBL66-ITEM-IX)
006280            DBL66-TOT-LINES.
006290        ADD DBL66-UPLIFT TO DBL66-PFM-GROSS (DBL66-ROW-IX)
006300            DBL66-STR-GROSS (DBL66-STORE-IX)
006310            DBL66-ITM-GROSS (DBL66-ITEM-IX)
006320            DBL66-TOT-GROSS.
006330    4000-EXIT.
006340        EXIT.
006350*================================================================
006360*  4100-POST-REVERSAL - TAKE A BACKED-OUT CYCLE'S UPLIFT BACK
006370*  OFF THE SAME ROW, STORE AND ITEM IT WAS POSTED TO.
006380*================================================================
006390    4100-POST-REVERSAL.
006400        PERFORM 4200-FIND-STORE THRU 4200-EXIT.
006410        PERFORM 4300-FIND-ITEM THRU 4300-EXIT.
006420        ADD 1 TO DBL66-PFM-RV-LINES (DBL66-ROW-IX)
006430            DBL66-STR-RV-LINES (DBL66-STORE-IX)
006440            DBL66-ITM-RV-LINES (DBL66-ITEM-IX)
006450            DBL66-TOT-RV-LINES.
006460        ADD DBL66-UPLIFT TO DBL66-PFM-REVERSED (DBL66-ROW-IX)
006470            DBL66-STR-REVERSED (DBL66-STORE-IX)
006480            DBL66-ITM-REVERSED (DBL66-ITEM-IX)
006490            DBL66-TOT-REVERSED.
006500    4100-EXIT.
006510        EXIT.
006520*================================================================
006530*  4200-FIND-STORE / 4300-FIND-ITEM - FIND OR ADD THE SLOT FOR
006540*  THE CYCLE'S STORE OR ITEM, AS DBL600 DOES FOR OPERATORS.
006550*================================================================
006560    4200-FIND-STORE.
006570        MOVE 0 TO DBL66-STORE-IX.
006580        PERFORM 4210-SCAN-STORE THRU 4210-EXIT
006590            VARYING DBL66-STR-SUB FROM 1 BY 1
006600            UNTIL DBL66-STR-SUB > DBL66-STR-COUNT
006610                OR DBL66-STORE-IX > 0.
006620        IF DBL66-STORE-IX = 0
006630            IF DBL66-STR-COUNT >= 100
006640                DISPLAY 'FATAL - MORE THAN 100 STORES ON TRAIL'
006650                MOVE 16 TO RETURN-CODE
006660                STOP RUN
006670            END-IF
006680            ADD 1 TO DBL66-STR-COUNT
006690            MOVE DBL66-STR-COUNT TO DBL66-STORE-IX
006700            MOVE DBL-AUD-STORE TO DBL66-STR-ID (DBL66-STORE-IX)
006710            MOVE 0 TO DBL66-STR-LINES (DBL66-STORE-IX)
006720            MOVE 0 TO DBL66-STR-RV-LINES (DBL66-STORE-IX)
006730            MOVE 0 TO DBL66-STR-GROSS (DBL66-STORE-IX)
006740            MOVE 0 TO DBL66-STR-REVERSED (DBL66-STORE-IX)
006750        END-IF.
006760    4200-EXIT.
006770        EXIT.
006780*
006790    4210-SCAN-STORE.
006800        IF DBL66-STR-ID (DBL66-STR-SUB) = DBL-AUD-STORE
006810            MOVE DBL66-STR-SUB TO DBL66-STORE-IX
006820        END-IF.
006830    4210-EXIT.
006840        EXIT.
006850*
006860    4300-FIND-ITEM.
006870        MOVE 0 TO DBL66-ITEM-IX.
006880        PERFORM 4310-SCAN-ITEM THRU 4310-EXIT
006890            VARYING DBL66-ITM-SUB FROM 1 BY 1
006900            UNTIL DBL66-ITM-SUB > DBL66-ITM-COUNT
006910                OR DBL66-ITEM-IX > 0.
006920        IF DBL66-ITEM-IX = 0
006930            IF DBL66-ITM-COUNT >= 500
006940                DISPLAY 'FATAL - MORE THAN 500 ITEMS ON TRAIL'
006950                MOVE 16 TO RETURN-CODE
006960                STOP RUN
006970            END-IF
006980            ADD 1 TO DBL66-ITM-COUNT
006990            MOVE DBL66-ITM-COUNT TO DBL66-ITEM-IX
007000            MOVE DBL-AUD-ITEM TO DBL66-ITM-ID (DBL66-ITEM-IX)
007010            MOVE 0 TO DBL66-ITM-LINES (DBL66-ITEM-IX)
007020            MOVE 0 TO DBL66-ITM-RV-LINES (DBL66-ITEM-IX)
007030            MOVE 0 TO DBL66-ITM-GROSS (DBL66-ITEM-IX)
007040            MOVE 0 TO DBL66-ITM-REVERSED (DBL66-ITEM-IX)
007050        END-IF.
007060    4300-EXIT.
007070        EXIT.
007080*
007090    4310-SCAN-ITEM.
007100        IF DBL66-ITM-ID (DBL66-ITM-SUB) = DBL-AUD-ITEM
007110            MOVE DBL66-ITM-SUB TO DBL66-ITEM-IX
007120        END-IF.
007130    4310-EXIT.
007140        EXIT.
007150*================================================================
007160*  6000-PRINT-REPORT - THE THREE SUBTOTAL SECTIONS, ANY
007170*  REVERSALS THAT FOUND NO ORIGINAL, THEN THE GRAND TOTAL.
007180*================================================================
007190    6000-PRINT-REPORT.
007200        MOVE SPACES TO DBL66-REPORT-LINE.
007210        MOVE 'UPLIFT BY PROMO ROW (BLANK KEY = ANY)'
007220            TO DBL66-REPORT-LINE.
007230        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007240        PERFORM 6100-PRINT-ONE-ROW THRU 6100-EXIT
007250            VARYING DBL66-PFM-SUB FROM 1 BY 1
007260            UNTIL DBL66-PFM-SUB > DBL66-RTN-IX.
007270        MOVE SPACES TO DBL66-REPORT-LINE.
007280        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007290        MOVE 'UPLIFT BY STORE' TO DBL66-REPORT-LINE.
007300        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007310        PERFORM 6200-PRINT-ONE-STORE THRU 6200-EXIT
007320            VARYING DBL66-STR-SUB FROM 1 BY 1
007330            UNTIL DBL66-STR-SUB > DBL66-STR-COUNT.
007340        MOVE SPACES TO DBL66-REPORT-LINE.
007350        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007360        MOVE 'UPLIFT BY ITEM' TO DBL66-REPORT-LINE.
007370        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007380        PERFORM 6300-PRINT-ONE-ITEM THRU 6300-EXIT
007390            VARYING DBL66-ITM-SUB FROM 1 BY 1
007400            UNTIL DBL66-ITM-SUB > DBL66-ITM-COUNT.
007410        MOVE SPACES TO DBL66-REPORT-LINE.
007420        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007430        PERFORM 6400-PRINT-ORPHAN THRU 6400-EXIT
007440            VARYING DBL66-REV-SUB FROM 1 BY 1
007450            UNTIL DBL66-REV-SUB > DBL66-REV-COUNT.
007460        MOVE 'TOTAL ALL PROMOS' TO DBL66-PRT-LABEL.
007470        MOVE DBL66-TOT-LINES TO DBL66-PRT-LINES.
007480        MOVE DBL66-TOT-RV-LINES TO DBL66-PRT-RV-LINES.
007490        MOVE DBL66-TOT-GROSS TO DBL66-PRT-GROSS.
007500        COMPUTE DBL66-PRT-NET = DBL66-TOT-GROSS
007510            - DBL66-TOT-REVERSED.
007520        PERFORM 6900-PRINT-SUBTOTAL THRU 6900-EXIT.
007530        MOVE SPACES TO DBL66-REPORT-LINE.
007540        STRING 'LINES READ ' DBL66-COUNT-READ
007550            '  CYCLES COSTED ' DBL66-COUNT-COSTED
007560            '  RV NETTED ' DBL66-COUNT-RV-NETTED
007570            DELIMITED BY SIZE INTO DBL66-REPORT-LINE.
007580        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007590        MOVE SPACES TO DBL66-REPORT-LINE.
007600        STRING 'SKIPPED: OVERFLOW ' DBL66-COUNT-OVERFLOW
007610            '  SPOT-CHECK ' DBL66-COUNT-SPOTCHK
007620            '  CONTROL ' DBL66-COUNT-CONTROL
007630            DELIMITED BY SIZE INTO DBL66-REPORT-LINE.
007640        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007650    6000-EXIT.
007660        EXIT.
007670*
007680    6100-PRINT-ONE-ROW.
007690        IF DBL66-PFM-LINES (DBL66-PFM-SUB) = 0
007700                AND DBL66-PFM-RV-LINES (DBL66-PFM-SUB) = 0
007710            GO TO 6100-EXIT
007720        END-IF.
007730        MOVE SPACES TO DBL66-PRT-LABEL.
007740        IF DBL66-PFM-SUB = DBL66-DFT-IX
007742            MOVE 'NONE CARD DEFAULT OR NO ROW' TO DBL66-PRT-LABEL
007744            GO TO 6100-PRINT
007746        END-IF.
007748        IF DBL66-PFM-SUB = DBL66-RTN-IX
007750            MOVE 'RT RETURNS AT SALE FACTOR' TO DBL66-PRT-LABEL
007760        ELSE
007770            MOVE DBL66-PFM-TAB-FACTOR (DBL66-PFM-SUB)
007780                TO DBL66-FACTOR-ED
007790            STRING DBL66-PFM-TAB-RECNO (DBL66-PFM-SUB) ' '
007800                DBL66-PFM-TAB-ITEM (DBL66-PFM-SUB) ' '
007810                DBL66-PFM-TAB-STORE (DBL66-PFM-SUB) ' '
007820                DBL66-PFM-TAB-TYPE (DBL66-PFM-SUB) ' '
007830                DBL66-FACTOR-ED
007840                DELIMITED BY SIZE INTO DBL66-PRT-LABEL
007850        END-IF.
007855    6100-PRINT.
007860        MOVE DBL66-PFM-LINES (DBL66-PFM-SUB) TO DBL66-PRT-LINES.
007870        MOVE DBL66-PFM-RV-LINES (DBL66-PFM-SUB)
007880            TO DBL66-PRT-RV-LINES.
007890        MOVE DBL66-PFM-GROSS (DBL66-PFM-SUB) TO DBL66-PRT-GROSS.
007900        COMPUTE DBL66-PRT-NET = DBL66-PFM-GROSS (DBL66-PFM-SUB)
007910            - DBL66-PFM-REVERSED (DBL66-PFM-SUB).
007920        PERFORM 6900-PRINT-SUBTOTAL THRU 6900-EXIT.
007930    6100-EXIT.
007940        EXIT.
007950*
007960    6200-PRINT-ONE-STORE.
007970        MOVE SPACES TO DBL66-PRT-LABEL.
007980        STRING 'STORE ' DBL66-STR-ID (DBL66-STR-SUB)
007990            DELIMITED BY SIZE INTO DBL66-PRT-LABEL.
008000        MOVE DBL66-STR-LINES (DBL66-STR-SUB) TO DBL66-PRT-LINES.
008010        MOVE DBL66-STR-RV-LINES (DBL66-STR-SUB)
008020            TO DBL66-PRT-RV-LINES.
008030        MOVE DBL66-STR-GROSS (DBL66-STR-SUB) TO DBL66-PRT-GROSS.
008040        COMPUTE DBL66-PRT-NET = DBL66-STR-GROSS (DBL66-STR-SUB)
008050            - DBL66-STR-REVERSED (DBL66-STR-SUB).
008060        PERFORM 6900-PRINT-SUBTOTAL THRU 6900-EXIT.
008070    6200-EXIT.
008080        EXIT.
008090*
008100    6300-PRINT-ONE-ITEM.
008110        MOVE SPACES TO DBL66-PRT-LABEL.
008120        STRING 'ITEM  ' DBL66-ITM-ID (DBL66-ITM-SUB)
008130            DELIMITED BY SIZE INTO DBL66-PRT-LABEL.
008140        MOVE DBL66-ITM-LINES (DBL66-ITM-SUB) TO DBL66-PRT-LINES.
008150        MOVE DBL66-ITM-RV-LINES (DBL66-ITM-SUB)
008160            TO DBL66-PRT-RV-LINES.
008170        MOVE DBL66-ITM-GROSS (DBL66-ITM-SUB) TO DBL66-PRT-GROSS.
008180        COMPUTE DBL66-PRT-NET = DBL66-ITM-GROSS (DBL66-ITM-SUB)
008190            - DBL66-ITM-REVERSED (DBL66-ITM-SUB).
008200        PERFORM 6900-PRINT-SUBTOTAL THRU 6900-EXIT.
008210    6300-EXIT.
008220        EXIT.
008230*================================================================
008240*  6400-PRINT-ORPHAN - AN RV IN THE RANGE WHOSE ORIGINAL CYCLE
008250*  IS NOT ON THIS TRAIL (PURGED TO AN ARCHIVE, OR NEVER THERE)
008260*  IS LISTED, NOT NETTED - ITS UPLIFT CANNOT BE KNOWN WITHOUT
008270*  THE FACTOR THE ORIGINAL GOT.
008280*================================================================
008290    6400-PRINT-ORPHAN.
008300        IF DBL66-REV-MATCHED (DBL66-REV-SUB)
008310            GO TO 6400-EXIT
008320        END-IF.
008330        ADD 1 TO DBL66-COUNT-RV-ORPHAN.
008340        MOVE DBL66-REV-AMOUNT (DBL66-REV-SUB) TO DBL66-AMOUNT-ED.
008350        MOVE SPACES TO DBL66-REPORT-LINE.
008360        STRING 'RV NO ORIGINAL ON TRAIL '
008370            DBL66-REV-DATE (DBL66-REV-SUB) ' '
008380            DBL66-REV-REF-NO (DBL66-REV-SUB) ' '
008390            DBL66-REV-STORE (DBL66-REV-SUB) ' '
008400            DBL66-REV-ITEM (DBL66-REV-SUB) ' '
008410            DBL66-AMOUNT-ED
008420            DELIMITED BY SIZE INTO DBL66-REPORT-LINE.
008430        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008440    6400-EXIT.
008450        EXIT.
008460*
008470    6900-PRINT-SUBTOTAL.
008480        MOVE DBL66-PRT-GROSS TO DBL66-GROSS-ED.
008490        MOVE DBL66-PRT-NET TO DBL66-NET-ED.
008500        MOVE SPACES TO DBL66-REPORT-LINE.
008510        STRING DBL66-PRT-LABEL ' ' DBL66-PRT-LINES ' '
008520            DBL66-PRT-RV-LINES ' ' DBL66-GROSS-ED ' '
008530            DBL66-NET-ED
008540            DELIMITED BY SIZE INTO DBL66-REPORT-LINE.
008550        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008560    6900-EXIT.
008570        EXIT.
008580*================================================================
008590*  7000-WRITE-REPORT-LINE - ALL REPORT OUTPUT FUNNELS THROUGH
008600*  HERE SO THE PAGE HEADINGS APPEAR EVERY N LINES.
008610*================================================================
008620    7000-WRITE-REPORT-LINE.
008630        IF DBL66-LINE-COUNT > DBL66-LINES-PER-PAGE
008640            PERFORM 7100-PAGE-HEADINGS THRU 7100-EXIT
008650        END-IF.
008660        WRITE DBL66-REPORT-LINE.
008670        ADD 1 TO DBL66-LINE-COUNT.
008680    7000-EXIT.
008690        EXIT.
008700*
008710    7100-PAGE-HEADINGS.
008720        ADD 1 TO DBL66-PAGE-NUMBER.
008730        MOVE DBL66-PAGE-NUMBER TO DBL66-PAGE-ED.
008740        MOVE 0 TO DBL66-LINE-COUNT.
008750        MOVE DBL66-REPORT-LINE TO DBL66-SAVE-LINE.
008760        MOVE SPACES TO DBL66-REPORT-LINE.
008770        STRING 'DBL660 PROMO COST REPORT      RUN DATE: '
008780            DBL66-RUN-DATE '    PAGE ' DBL66-PAGE-ED
008790            DELIMITED BY SIZE INTO DBL66-REPORT-LINE.
008800        WRITE DBL66-REPORT-LINE.
008810        MOVE SPACES TO DBL66-REPORT-LINE.
008820        STRING 'SELECT ' DBL66-FROM-DATE ' - ' DBL66-TO-DATE
008830            '  SRC ' DBL66-AUDIT-NAME (1:8)
008840            DELIMITED BY SIZE INTO DBL66-REPORT-LINE.
008850        WRITE DBL66-REPORT-LINE.
008860        MOVE SPACES TO DBL66-REPORT-LINE.
008870        STRING 'ROW  ITEM     STOR TY FACT   CYCLES    RV'
008880            '    GROSS UPLIFT      NET UPLIFT'
008890            DELIMITED BY SIZE INTO DBL66-REPORT-LINE.
008900        WRITE DBL66-REPORT-LINE.
008910        MOVE SPACES TO DBL66-REPORT-LINE.
008920        WRITE DBL66-REPORT-LINE.
008930        MOVE DBL66-SAVE-LINE TO DBL66-REPORT-LINE.
008940        ADD 4 TO DBL66-LINE-COUNT.
008950    7100-EXIT.
008960        EXIT.
008970*================================================================
008980*  9000-TERMINATE - CLOSE THE REPORT AND ECHO THE COUNTS.
008990*================================================================
009000    9000-TERMINATE.
009010        CLOSE DBL-COST-REPORT-FILE.
009020        MOVE DBL66-TOT-GROSS TO DBL66-GROSS-ED.
009030        COMPUTE DBL66-PRT-NET = DBL66-TOT-GROSS
009040            - DBL66-TOT-REVERSED.
009050        MOVE DBL66-PRT-NET TO DBL66-NET-ED.
009060        DISPLAY 'LINES READ  . . . . . . : ' DBL66-COUNT-READ.
009070        DISPLAY 'CYCLES COSTED . . . . . : ' DBL66-COUNT-COSTED.
009080        DISPLAY 'REVERSALS NETTED  . . . : '
009085            DBL66-COUNT-RV-NETTED.
009090        DISPLAY 'REVERSALS NOT MATCHED . : '
009095            DBL66-COUNT-RV-ORPHAN.
009100        DISPLAY 'GROSS UPLIFT  . . . . . : ' DBL66-GROSS-ED.
009110        DISPLAY 'NET UPLIFT  . . . . . . : ' DBL66-NET-ED.
009120        DISPLAY 'DBL660 PROCESSING COMPLETE'.
009130    9000-EXIT.
009140        EXIT.
