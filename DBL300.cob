000230*                  THE AGE LIMIT FOR ESCALATION. THE REFRESHED   *
000240*                  SUSPENSE FILE IS BUILT ON DBLSUSN AND         *
000250*                  RENAMED OVER DBLSUS ONLY WHEN COMPLETE, THE   *
000251*                  SAME CRASH-SAFE WAY DBL100 REFRESHES ITS      *
000252*                  CHECKPOINT.                                   *
000253*  08/22/2026 RJ   THE TRANSACTION KEYS (ITEM, STORE, TYPE,      *
000254*                  REFERENCE NUMBER) NOW RIDE THE SUSPENSE       *
000255*                  RECORD, SO CORRECTIONS ARE KEYED BY THE       *
000256*                  REFERENCE NUMBER INSTEAD OF THE RAW VALUE     *
000257*                  AND THE KEYS ARE CARRIED ONTO THE REPAIRED    *
000258*                  OUTPUT AND AUDIT RECORDS.                     *
000259*  08/22/2026 RJ   THE DBLCTL CARD IS NOW A TWO-DECIMAL SCALE    *
000260*                  FACTOR, PARSED WITH THE SAME RULES AS         *
000261*                  DBL100 SO REPAIRS SCALE IDENTICALLY.          *
000262*  08/22/2026 RJ   A BLANK REFERENCE NOW COUNTS AS KEY-INVALID   *
000263*                  IN THE REPAIR GATE (MATCHING DBL100'S OWN     *
000264*                  VALIDATION), BLANK-REFERENCE CORRECTION       *
000265*                  CARDS ARE REFUSED AT LOAD TIME, AND A CARD    *
000266*                  WHOSE ENTRY FAILS THE KEY GATE IS NO LONGER   *
000267*                  CONSUMED - IT SHOWS ON THE UNMATCHED LIST.    *
000268*                  THE AGE COUNTER IS RENAMED AGE-RUNS TO SAY    *
000269*                  WHAT IT COUNTS.                               *
000270*  09/01/2026 RJ   THE SUSPENSE FILE IS NOW INDEXED BY           *
000271*                  REFERENCE NUMBER, SO EACH DBLCOR CORRECTION   *
000272*                  IS APPLIED WITH ONE KEYED READ AND A DELETE   *
000273*                  INSTEAD OF THE SCAN-AND-REBUILD-TO-DBLSUSN    *
000274*                  PASS THAT TOOK THE LONGEST OF ANY STEP IN     *
000275*                  THE REPAIR WINDOW. THE CARRIED RESIDUE AGES   *
000276*                  IN PLACE BY REWRITE ON A SEQUENTIAL SWEEP;    *
000277*                  DBLSUSN AND ITS RENAME ARE GONE - THE FILE    *
000278*                  IS NEVER REBUILT, SO THERE IS NOTHING TO      *
000279*                  LOSE MID-PASS. ENTRIES WHOSE REFERENCE        *
000280*                  STARTS WITH '*' ARE DBL100'S GENERATED        *
000281*                  SURROGATES FOR KEY-INVALID REJECTS AND        *
000282*                  CANNOT BE VALUE-REPAIRED.                     *
000283*  09/01/2026 RJ   THE PASS NOW REFUSES TO START (RC 24) UNLESS  *
000284*                  THE DBLMAN RUN MANIFEST SHOWS DBL100          *
000285*                  COMPLETED CLEAN FOR THIS BUSINESS DATE, AND   *
000286*                  STAMPS ITS OWN COMPLETION THE SAME WAY, SO    *
000287*                  THE CHAIN PROVES ITS PREREQUISITES INSTEAD    *
000288*                  OF TRUSTING THE SCHEDULER.                    *
000289*  09/01/2026 RJ   THE AUDIT RECORD NOW CARRIES THE FACTOR       *
000290*                  APPLIED, SO THE REPAIR LINE WRITES THE        *
000293*                  PROMO MASTER - A REPAIR RUNS DAYS AFTER THE   *
000294*                  ORIGINAL PROMO AND THE OPERATOR SETS THE      *
000295*                  CARD TO THE RATE THE REPAIR SHOULD GET.       *
000296*  10/15/2026 RJ   A REPAIRED SALE (SA) IS REGISTERED ON THE     *
000297*                  DBLSRG SALE REGISTRY AT THE CARD FACTOR IT    *
000298*                  WAS REPAIRED WITH. A SUSPENDED RETURN (RT) IS *
000299*                  NO LONGER VALUE-REPAIRED: IT MUST BE          *
000300*                  RESUBMITTED ON DBLIN WITH ITS SALE'S          *
000301*                  REFERENCE SO IT PRICES AT THE SALE'S FACTOR.  *
000302*  10/15/2026 RJ   A REPAIR IS REGISTERED ON THE DBLREF          *
000303*                  REFERENCE REGISTRY, SO A LATER RESEND OF THE  *
000304*                  SAME REFERENCE IS CAUGHT BY DBL100 AS A       *
000305*                  DUPLICATE. AN ENTRY WHOSE REFERENCE THE       *
000306*                  REGISTRY ALREADY SHOWS AS OUT (OR, FOR AN RV, *
000307*                  ALREADY REVERSED) IS REJECTED RATHER THAN     *
000308*                  REPAIRED TWICE; THE CARD IS NOT CONSUMED.     *
000309*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT       *
000310*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE  *
000311*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.   *
000312*  10/15/2026 RJ   A CLEAN DBL150 PARTITION MERGE STAMP          *
000313*                  SATISFIES THE DBL100 PREREQUISITE THE SAME    *
000314*                  AS A SINGLE DBL100 RUN.                       *
000315*  10/15/2026 RJ   DBLCOR IS NOW THE SHARED 54-BYTE DBLCORR      *
000316*                  CARD WRITTEN BY THE DBL310 WORKBENCH. A CARD  *
000317*                  MAY CORRECT THE ITEM AND STORE KEYS AS WELL   *
000318*                  AS (OR INSTEAD OF) THE VALUE; A BLANK VALUE   *
000319*                  RE-DRIVES THE SUSPENDED ONE. THE REPAIR IS    *
000320*                  AUDITED UNDER THE OPERATOR WHO MADE THE       *
000321*                  CORRECTION, AND THE REPORT LINE SHOWS THE     *
000322*                  CORRECTED KEYS AND THAT OPERATOR. OLD         *
000323*                  20-BYTE CARDS STILL APPLY.                    *
000324*  10/15/2026 RJ   THE DBLAUD RECORD WIDENED FROM 73 TO 74       *
000325*                  BYTES FOR THE PROMO RULE DBL200 APPLIED TO    *
000326*                  EACH CYCLE.                                   *
000327*  10/15/2026 RJ   A REPAIR IS SCALED AT THE FLAT CARD FACTOR:   *
000328*                  NO DBLPFM TIERS AND NO UPLIFT CAP ARE PASSED  *
000329*                  TO DBL200.                                    *
000330*  10/15/2026 RJ   THE DBLMAN STAMP NOW CARRIES THIS STEP'S      *
000331*                  START DATE AND TIME, AND ITS FINISH TIME IS   *
000332*                  TAKEN AS HHMMSS (IT WAS BEING CUT TO          *
000333*                  MMSSHH), FOR THE DBL980 BATCH-WINDOW STATUS   *
000334*                  BOARD.                                        *
000335*  10/15/2026 RJ   A REPAIR OVER ITS DBLLIM APPROVAL CEILING IS  *
000336*                  NOW HELD ON DBLHLD (STATE H, WITH AN H AUDIT  *
000337*                  LINE AND A HELD DBLREF STATE) INSTEAD OF      *
000338*                  GOING TO DBLOUT, BY THE SAME RULES DBL100     *
000339*                  APPLIES, AND AN ENTRY WHOSE REFERENCE IS      *
000340*                  STILL HELD IS NO LONGER REPAIRED.             *
000341*  10/15/2026 RJ   A REPAIR WHOSE DBLHLD ENTRY IS STILL HELD,    *
000342*                  APPROVED OR DELIVERED IS NOW REFUSED, SO A    *
000343*                  DECIDED ITEM IS NEVER PUT BACK ON THE HOLD    *
000344*                  QUEUE; THE DBLHLD UPDATE STATUS IS NOW        *
000345*                  CHECKED.                                      *
000346*  10/15/2026 RJ   THE ITEM AND STORE A REPAIR WILL CARRY, FROM  *
000347*                  THE CARD OR AS SUSPENDED, ARE RE-CHECKED      *
000348*                  AGAINST THE DBLITM AND DBLSTM MASTERS BY      *
000349*                  DBL100'S RULE; A FAILING CARD LEAVES THE      *
000350*                  ENTRY IN SUSPENSE AS 'INVALID ITEM KEY' OR    *
000351*                  'INVALID STORE KEY'.                          *
000352*--------------------------------------------------------------*
000353*
000354    ENVIRONMENT DIVISION.
000355    CONFIGURATION SECTION.
000356    SOURCE-COMPUTER. IBM-370.
000357    OBJECT-COMPUTER. IBM-370.
000358    INPUT-OUTPUT SECTION.
000359    FILE-CONTROL.
000360        SELECT DBL-SUSPENSE-FILE ASSIGN TO DBLSUS
000370            ORGANIZATION IS INDEXED
000372            ACCESS MODE IS DYNAMIC
000562        SELECT OPTIONAL DBL-MANIFEST-FILE ASSIGN TO DBLMAN
000564            ORGANIZATION IS LINE SEQUENTIAL
000566            FILE STATUS IS DBL3-MAN-STATUS.
000567        SELECT OPTIONAL DBL-SALE-REGISTRY-FILE ASSIGN TO DBLSRG
000568            ORGANIZATION IS INDEXED
000569            ACCESS MODE IS RANDOM
000570            RECORD KEY IS DBL-SRG-REF-NO
000571            FILE STATUS IS DBL3-SRG-STATUS.
000572        SELECT OPTIONAL DBL-REFERENCE-FILE ASSIGN TO DBLREF
000573            ORGANIZATION IS INDEXED
000574            ACCESS MODE IS RANDOM
000576            RECORD KEY IS DBL-REF-NO
000577            FILE STATUS IS DBL3-REF-STATUS.
000578        SELECT OPTIONAL DBL-LIMIT-FILE ASSIGN TO DBLLIM
000579            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS IS DBL3-LIM-STATUS.
000581        SELECT OPTIONAL DBL-HOLD-FILE ASSIGN TO DBLHLD
000583            ORGANIZATION IS INDEXED
000584            ACCESS MODE IS RANDOM
000585            RECORD KEY IS DBL-HLD-REF-NO
000586            FILE STATUS IS DBL3-HLD-STATUS.
000587        SELECT DBL-ITEM-FILE ASSIGN TO DBLITM
000588            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS DBL3-ITM-STATUS.
000591        SELECT DBL-STORE-FILE ASSIGN TO DBLSTM
000593            ORGANIZATION IS LINE SEQUENTIAL
000594            FILE STATUS IS DBL3-STM-STATUS.
000595*
000597    DATA DIVISION.
000598    FILE SECTION.
000600*--------------------------------------------------------------*
000610*  DBL-SUSPENSE-FILE - THE REJECTS WRITTEN BY DBL100, IN THE    *
000620*  SHARED DBLSUSR LAYOUT, INDEXED BY REFERENCE NUMBER.          *
000650        RECORD CONTAINS 71 CHARACTERS.
000660        COPY DBLSUSR.
000670*--------------------------------------------------------------*
000680*  DBL-CORRECTION-FILE - OPERATOR CORRECTIONS, KEYED OR         *
000690*  PREPARED ON THE DBL310 WORKBENCH. EACH CARD CARRIES THE      *
000700*  REFERENCE NUMBER OF THE SUSPENDED TRANSACTION, THE           *
000710*  REPLACEMENT VALUE AND/OR ITEM AND STORE KEYS, AND THE        *
000715*  OPERATOR WHO MADE THE CORRECTION (SHARED DBLCORR LAYOUT).    *
000720*--------------------------------------------------------------*
000730    FD  DBL-CORRECTION-FILE
000740        RECORD CONTAINS 54 CHARACTERS.
000750        COPY DBLCORR.
000780*--------------------------------------------------------------*
000790*  DBL-CONTROL-FILE - SAME CONTROL CARD DBL100 READS, SO THE    *
000800*  REPAIR PASS SCALES WITH THE SAME FACTOR AS THE MAIN RUN.     *
000950*  OTHER CYCLE, IN THE SHARED DBLAUDR LAYOUT.                   *
000960*--------------------------------------------------------------*
000970    FD  DBL-AUDIT-FILE
000980        RECORD CONTAINS 74 CHARACTERS.
000990        COPY DBLAUDR.
001080*--------------------------------------------------------------*
001090*  DBL-AGING-REPORT-FILE - REPAIR/AGING REPORT FOR OPERATIONS.  *
001135*  PASS'S OWN COMPLETION AT TERMINATION.                        *
001136*--------------------------------------------------------------*
001137    FD  DBL-MANIFEST-FILE
001138        RECORD CONTAINS 53 CHARACTERS.
001139        COPY DBLMANR.
001140*--------------------------------------------------------------*
001141*  DBL-SALE-REGISTRY-FILE - THE PERMANENT SALE REGISTRY. A      *
001142*  REPAIRED SALE IS REGISTERED AT THE FACTOR IT WAS REPAIRED    *
001143*  WITH, SO ITS RETURNS PRICE THE SAME AS ANY OTHER SALE'S.     *
001144*--------------------------------------------------------------*
001146    FD  DBL-SALE-REGISTRY-FILE
001147        RECORD CONTAINS 54 CHARACTERS.
001148        COPY DBLSRGR.
001149*--------------------------------------------------------------*
001150*  DBL-REFERENCE-FILE - THE REFERENCE REGISTRY DBL100 CHECKS    *
001152*  FOR DUPLICATES. A REPAIR IS REGISTERED THERE, AND AN ENTRY   *
001153*  WHOSE REFERENCE HAS SINCE GONE OUT SOME OTHER WAY IS NOT     *
001154*  REPAIRED A SECOND TIME.                                      *
001155*--------------------------------------------------------------*
001156    FD  DBL-REFERENCE-FILE
001157        RECORD CONTAINS 40 CHARACTERS.
001159        COPY DBLREFR.
001160*--------------------------------------------------------------*
001161*  DBL-LIMIT-FILE - THE DBLLIM APPROVAL CEILINGS DBL100 HOLDS   *
001162*  AGAINST, IN THE SAME LAYOUT. A REPAIR IS HELD BY THE SAME    *
001163*  RULE, SO A CORRECTION CANNOT CARRY A LARGE AMOUNT PAST THE   *
001165*  SUPERVISOR. NO FILE AT ALL MEANS NO CEILINGS.                *
001166*--------------------------------------------------------------*
001167    FD  DBL-LIMIT-FILE
001168        RECORD CONTAINS 17 CHARACTERS.
001169    01  DBL-LIMIT-RECORD.
001171        05  DBL-LIM-STORE            PIC X(04).
001172        05  DBL-LIM-TRAN-TYPE        PIC X(02).
001173        05  DBL-LIM-CEILING          PIC 9(09)V99.
001174*--------------------------------------------------------------*
001175*  DBL-HOLD-FILE - THE LARGE-AMOUNT HOLD QUEUE. A REPAIR OVER   *
001176*  ITS CEILING IS QUEUED HERE INSTEAD OF GOING TO DBLOUT, FOR   *
001178*  DBL450 TO DECIDE AND DBL100 TO DELIVER LIKE ANY OTHER HOLD.  *
001179*--------------------------------------------------------------*
001180    FD  DBL-HOLD-FILE
001181        RECORD CONTAINS 113 CHARACTERS.
001182        COPY DBLHLDR.
001183*--------------------------------------------------------------*
001184*  DBL-ITEM-FILE / DBL-STORE-FILE - THE ITEM AND STORE          *
001185*  REFERENCE MASTERS DBL100 VALIDATES AGAINST. A REPAIR'S KEYS  *
001186*  ARE RE-CHECKED HERE, WHETHER A CARD CHANGED THEM OR NOT.     *
001187*--------------------------------------------------------------*
001188    FD  DBL-ITEM-FILE
001189        RECORD CONTAINS 29 CHARACTERS.
001190    01  DBL-ITEM-MASTER-RECORD.
001191        05  DBL-ITM-ID               PIC X(08).
001192        05  DBL-ITM-DESC             PIC X(20).
001193        05  DBL-ITM-ACTIVE           PIC X(01).
001194*
001196    FD  DBL-STORE-FILE
001197        RECORD CONTAINS 25 CHARACTERS.
001198    01  DBL-STORE-MASTER-RECORD.
001199        05  DBL-STM-ID               PIC X(04).
001200        05  DBL-STM-NAME             PIC X(20).
001201        05  DBL-STM-ACTIVE           PIC X(01).
001202*
001203    WORKING-STORAGE SECTION.
001204*--------------------------------------------------------------*
001205*  DBL3-RAW-INPUT - THE CORRECTED VALUE BEFORE IT IS TRUSTED TO *
001206*  BE A NUMBER, REDEFINED AS A SIGNED DECIMAL THE SAME WAY      *
001207*  DBL100 VALIDATES ITS OWN INPUT.                              *
001208*--------------------------------------------------------------*
001210    01  DBL3-RAW-INPUT.
001220        05  DBL3-RAW-SIGN            PIC X(01) VALUE SPACE.
001230        05  DBL3-RAW-DIGITS          PIC X(09) VALUE SPACES.
001414            88  DBL3-MAN-EOF-YES                VALUE 'Y'.
001416        05  DBL3-PREREQ-OK-SW        PIC X(01) VALUE 'N'.
001418            88  DBL3-PREREQ-OK                  VALUE 'Y'.
001419        05  DBL3-REF-FOUND-SW        PIC X(01) VALUE 'N'.
001420            88  DBL3-REF-FOUND                  VALUE 'Y'.
001421        05  DBL3-REF-BLOCKED-SW      PIC X(01) VALUE 'N'.
001422            88  DBL3-REF-BLOCKED                VALUE 'Y'.
001423*
001424    01  DBL3-OPERATOR-ID             PIC X(08) VALUE SPACES.
001425*
001426*--------------------------------------------------------------*
001427*  DBL3-FIXED-KEYS - THE ENTRY'S KEYS AS THE CARD LEAVES THEM   *
001428*  (A BLANK CARD KEY KEEPS THE SUSPENDED ONE), AND THE          *
001429*  OPERATOR THE REPAIR IS AUDITED UNDER: THE ONE WHO MADE THE   *
001430*  CORRECTION, OR THIS PASS'S OWN OPERATOR FOR A CARD THAT      *
001431*  DOES NOT SAY.                                                *
001432*--------------------------------------------------------------*
001433    01  DBL3-FIXED-KEYS.
001434        05  DBL3-FIX-ITEM            PIC X(08) VALUE SPACES.
001435        05  DBL3-FIX-STORE           PIC X(04) VALUE SPACES.
001436        05  DBL3-FIX-KEYS-SW         PIC X(01) VALUE 'N'.
001437            88  DBL3-KEYS-CHANGED               VALUE 'Y'.
001438    01  DBL3-AUDIT-OPERATOR          PIC X(08) VALUE SPACES.
001440*
001441    01  DBL3-RUN-DATE                PIC 9(08) VALUE 0.
001442*
001443*--------------------------------------------------------------*
001444*  DBL3-RUN-CLOCK - WHEN THIS STEP STARTED, AND THE            *
001445*  CLOCK AT THE MANIFEST STAMP. THE CLOCK READS HHMMSSHH; THE  *
001446*  STAMP KEEPS HHMMSS.                                         *
001447*--------------------------------------------------------------*
001448    01  DBL3-RUN-CLOCK.
001449        05  DBL3-START-DATE          PIC 9(08) VALUE 0.
001450        05  DBL3-START-CLOCK         PIC 9(08) VALUE 0.
001451        05  DBL3-STAMP-CLOCK         PIC 9(08) VALUE 0.
001452*
001453*--------------------------------------------------------------*
001455*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001456*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001457*--------------------------------------------------------------*
001458    COPY DBLDPARM.
001460*
001470    01  DBL3-MULTIPLIER              PIC 9(02)V99 VALUE 2.
001472*
001630        05  DBL3-OUT-STATUS          PIC X(02) VALUE SPACES.
001640        05  DBL3-AUD-STATUS          PIC X(02) VALUE SPACES.
001660        05  DBL3-AGR-STATUS          PIC X(02) VALUE SPACES.
001665        05  DBL3-SRG-STATUS          PIC X(02) VALUE SPACES.
001666        05  DBL3-REF-STATUS          PIC X(02) VALUE SPACES.
001667        05  DBL3-LIM-STATUS          PIC X(02) VALUE SPACES.
001668        05  DBL3-HLD-STATUS          PIC X(02) VALUE SPACES.
001671        05  DBL3-ITM-STATUS          PIC X(02) VALUE SPACES.
001674        05  DBL3-STM-STATUS          PIC X(02) VALUE SPACES.
001677*
001680*--------------------------------------------------------------*
001690*  DBL3-CORRECTION-TABLE - THE CORRECTIONS FILE IS LOADED HERE  *
001700*  AT STARTUP; EACH CARD DRIVES ONE KEYED READ OF THE INDEXED   *
001770        05  DBL3-COR-IX              PIC S9(04) COMP VALUE 0.
001780        05  DBL3-COR-ENTRY OCCURS 500 TIMES.
001790            10  DBL3-COR-TAB-REF     PIC X(10).
001792            10  DBL3-COR-TAB-NEW     PIC X(10).
001795            10  DBL3-COR-TAB-ITEM    PIC X(08).
001797            10  DBL3-COR-TAB-STORE   PIC X(04).
001800            10  DBL3-COR-TAB-OPER    PIC X(08).
001810            10  DBL3-COR-TAB-USED    PIC X(01).
001820*
001830    01  DBL3-COUNTERS.
001840        05  DBL3-COUNT-READ          PIC 9(07) VALUE 0.
001850        05  DBL3-COUNT-REPAIRED      PIC 9(07) VALUE 0.
001860        05  DBL3-COUNT-CARRIED       PIC 9(07) VALUE 0.
001861        05  DBL3-COUNT-ESCALATED     PIC 9(07) VALUE 0.
001862        05  DBL3-COUNT-REJECTED      PIC 9(07) VALUE 0.
001863        05  DBL3-COUNT-UNMATCHED     PIC 9(07) VALUE 0.
001864        05  DBL3-COUNT-HELD          PIC 9(07) VALUE 0.
001865*
001866*--------------------------------------------------------------*
001867*  DBL3-LIMIT-TABLE - THE DBLLIM CEILINGS, LOADED AND SCORED    *
001868*  EXACTLY AS DBL100 LOADS THEM: STORE 2, TYPE 1, BLANK 0, THE  *
001869*  MOST SPECIFIC MATCHING ROW WINNING AND A TIE GOING TO THE    *
001870*  FIRST ROW ON THE FILE.                                       *
001871*--------------------------------------------------------------*
001872    01  DBL3-LIMIT-TABLE.
001873        05  DBL3-LIM-COUNT           PIC S9(04) COMP VALUE 0.
001874        05  DBL3-LIM-SUB             PIC S9(04) COMP VALUE 0.
001875        05  DBL3-LIM-BEST-SCORE      PIC S9(04) COMP VALUE 0.
001876        05  DBL3-LIM-EOF-SW          PIC X(01) VALUE 'N'.
001877            88  DBL3-LIM-EOF-YES                VALUE 'Y'.
001878        05  DBL3-LIM-ENTRY OCCURS 200 TIMES.
001879            10  DBL3-LIM-TAB-STORE   PIC X(04).
001880            10  DBL3-LIM-TAB-TYPE    PIC X(02).
001881            10  DBL3-LIM-TAB-CEILING PIC 9(09)V99.
001882            10  DBL3-LIM-TAB-SCORE   PIC S9(04) COMP.
001883*
001884*--------------------------------------------------------------*
001885*  DBL3-HOLD-CONTROL - THE CEILING CHECK FOR THE CURRENT        *
001886*  REPAIR. THE SCALED AMOUNT IS COMPARED AS A MAGNITUDE, SO A   *
001887*  LARGE NEGATIVE IS HELD TOO.                                  *
001888*--------------------------------------------------------------*
001889    01  DBL3-HOLD-CONTROL.
001890        05  DBL3-HOLD-SW             PIC X(01) VALUE 'N'.
001892            88  DBL3-HOLD-THIS-ITEM             VALUE 'Y'.
001895        05  DBL3-CYCLE-CEILING       PIC 9(09)V99 VALUE 0.
001897        05  DBL3-HOLD-MAGNITUDE      PIC 9(09)V99 VALUE 0.
001898*
001899*--------------------------------------------------------------*
001900*  DBL3-ITEM-TABLE / DBL3-STORE-TABLE - THE REFERENCE MASTERS,  *
001904*  SAME LIMITS AS DBL100'S OWN TABLES. ONLY AN ACTIVE ENTRY     *
001909*  PASSES THE KEY CHECK.                                        *
001913*--------------------------------------------------------------*
001918    01  DBL3-ITEM-TABLE.
001923        05  DBL3-ITM-COUNT           PIC S9(04) COMP VALUE 0.
001927        05  DBL3-ITM-SUB             PIC S9(04) COMP VALUE 0.
001932        05  DBL3-ITM-EOF-SW          PIC X(01) VALUE 'N'.
001937            88  DBL3-ITM-EOF-YES                VALUE 'Y'.
001941        05  DBL3-ITM-FOUND-SW        PIC X(01) VALUE 'N'.
001946            88  DBL3-ITM-FOUND                  VALUE 'Y'.
001951        05  DBL3-ITM-ENTRY OCCURS 500 TIMES.
001955            10  DBL3-ITM-TAB-ID      PIC X(08).
001960            10  DBL3-ITM-TAB-ACTIVE  PIC X(01).
001965*
001969    01  DBL3-STORE-TABLE.
001974        05  DBL3-STM-COUNT           PIC S9(04) COMP VALUE 0.
001978        05  DBL3-STM-SUB             PIC S9(04) COMP VALUE 0.
001983        05  DBL3-STM-EOF-SW          PIC X(01) VALUE 'N'.
001988            88  DBL3-STM-EOF-YES                VALUE 'Y'.
001992        05  DBL3-STM-FOUND-SW        PIC X(01) VALUE 'N'.
001997            88  DBL3-STM-FOUND                  VALUE 'Y'.
002002        05  DBL3-STM-ENTRY OCCURS 100 TIMES.
002006            10  DBL3-STM-TAB-ID      PIC X(04).
002011            10  DBL3-STM-TAB-ACTIVE  PIC X(01).
002016*
002020    01  DBL3-AGE-ED                  PIC ZZ9.
002025*
002030*--------------------------------------------------------------*
002040*  LS-DBL200-PARMS - SHARED WITH DBL200'S OWN LINKAGE SECTION   *
002050*  VIA THE DBL2PARM COPYBOOK, THE SAME WAY DBL100 CALLS IT.     *
002230*  TABLE AND WRITE THE REPORT HEADINGS. THE AGE LIMIT MAY BE
002240*  OVERRIDDEN BY A THREE-DIGIT COMMAND-LINE PARM.
002250*================================================================
002253    1000-INITIALIZE.
002256        ACCEPT DBL3-START-DATE FROM DATE YYYYMMDD.
002260        ACCEPT DBL3-START-CLOCK FROM TIME.
002261        CALL 'DBL010' USING LS-DBL010-PARMS.
002262        IF NOT LS-DBL010-DATE-OK
002264            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
002265            MOVE 16 TO RETURN-CODE
002267            STOP RUN
002268        END-IF.
002270        MOVE LS-DBL010-BUS-DATE TO DBL3-RUN-DATE.
002280        ACCEPT DBL3-OPERATOR-ID FROM ENVIRONMENT "DBLOPID".
002290        IF DBL3-OPERATOR-ID = SPACES
002300            MOVE 'UNKNOWN ' TO DBL3-OPERATOR-ID
002690            MOVE 16 TO RETURN-CODE
002700            STOP RUN
002710        END-IF.
002712        OPEN I-O DBL-SALE-REGISTRY-FILE.
002713        IF DBL3-SRG-STATUS NOT = '00'
002714                AND DBL3-SRG-STATUS NOT = '05'
002715            DISPLAY 'FATAL - DBLSRG OPEN FAILED, STATUS '
002716                DBL3-SRG-STATUS
002717            MOVE 16 TO RETURN-CODE
002718            STOP RUN
002719        END-IF.
002720        OPEN I-O DBL-REFERENCE-FILE.
002721        IF DBL3-REF-STATUS NOT = '00'
002722                AND DBL3-REF-STATUS NOT = '05'
002723            DISPLAY 'FATAL - DBLREF OPEN FAILED, STATUS '
002724                DBL3-REF-STATUS
002725            MOVE 16 TO RETURN-CODE
002726            STOP RUN
002727        END-IF.
002728        OPEN I-O DBL-HOLD-FILE.
002729        IF DBL3-HLD-STATUS NOT = '00'
002730                AND DBL3-HLD-STATUS NOT = '05'
002731            DISPLAY 'FATAL - DBLHLD OPEN FAILED, STATUS '
002732                DBL3-HLD-STATUS
002733            MOVE 16 TO RETURN-CODE
002734            STOP RUN
002735        END-IF.
002736        PERFORM 1200-LOAD-CORRECTIONS THRU 1200-EXIT.
002737        PERFORM 1400-LOAD-LIMITS THRU 1400-EXIT.
002738        PERFORM 1500-LOAD-ITEM-MASTER THRU 1500-EXIT.
002739        PERFORM 1600-LOAD-STORE-MASTER THRU 1600-EXIT.
002740        PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
002741    1000-EXIT.
002742        EXIT.
002744*================================================================
002746*  1050-CHECK-PREREQUISITE - THE REPAIR PASS REWORKS WHAT THE
002748*  DAY'S DBL100 RUN SUSPENDED, SO IT REFUSES TO START (RC 24,
002750*  DISTINCT FROM FILE ABENDS, AUTHORITY REFUSALS AND BALANCE
002752*  FAILURES) UNLESS THE MANIFEST SHOWS DBL100 COMPLETED CLEAN
002754*  FOR THIS BUSINESS DATE (ON A PARTITIONED NIGHT, THE DBL150
002756*  MERGE OF EVERY PARTITION STANDS IN FOR IT).
002757*================================================================
002758    1050-CHECK-PREREQUISITE.
002759        OPEN INPUT DBL-MANIFEST-FILE.
002777                MOVE 'Y' TO DBL3-MAN-EOF-SW
002778                GO TO 1060-EXIT
002779        END-READ.
002780        IF (DBL-MAN-PROGRAM = 'DBL100  '
002781                OR DBL-MAN-PROGRAM = 'DBL150  ')
002783                AND DBL-MAN-RUN-DATE = DBL3-RUN-DATE
002785                AND DBL-MAN-RETURN-CODE = 0
002786            MOVE 'Y' TO DBL3-PREREQ-OK-SW
002788        END-IF.
002790    1060-EXIT.
002791        EXIT.
002793*================================================================
002795*  1100-READ-CONTROL-CARD - PICK UP THE SCALE FACTOR FOR THIS
002796*  RUN, EXACTLY AS DBL100 DOES. IF NO CONTROL CARD IS PRESENT
002798*  THE DEFAULT OF 2 (DOUBLE) STANDS.
002800*================================================================
002810    1100-READ-CONTROL-CARD.
002820        OPEN INPUT DBL-CONTROL-FILE.
002960        END-IF.
002961    1150-EXIT.
002962        EXIT.
002964*================================================================
002967*  1200-LOAD-CORRECTIONS - LOAD THE OPERATOR CORRECTIONS INTO
002970*  THE TABLE. NO CORRECTIONS FILE AT ALL IS A NORMAL AGING-ONLY
002980*  PASS, NOT AN ERROR.
002990*================================================================
003230        MOVE DBL-COR-REF-NO
003240            TO DBL3-COR-TAB-REF (DBL3-COR-COUNT).
003250        MOVE DBL-COR-NEW-VALUE
003251            TO DBL3-COR-TAB-NEW (DBL3-COR-COUNT).
003252        MOVE DBL-COR-NEW-ITEM
003254            TO DBL3-COR-TAB-ITEM (DBL3-COR-COUNT).
003255        MOVE DBL-COR-NEW-STORE
003257            TO DBL3-COR-TAB-STORE (DBL3-COR-COUNT).
003258        MOVE DBL-COR-OPERATOR
003260            TO DBL3-COR-TAB-OPER (DBL3-COR-COUNT).
003270        MOVE 'N' TO DBL3-COR-TAB-USED (DBL3-COR-COUNT).
003280    1210-EXIT.
003290        EXIT.
003440        WRITE DBL3-REPORT-LINE.
003450        MOVE SPACES TO DBL3-REPORT-LINE.
003460        STRING 'ACTION    REFERENCE  VALUE      '
003461            'REASON               ENTERED  AGE'
003462            DELIMITED BY SIZE INTO DBL3-REPORT-LINE.
003463        WRITE DBL3-REPORT-LINE.
003464    1300-EXIT.
003465        EXIT.
003466*================================================================
003467*  1400-LOAD-LIMITS - LOAD THE DBLLIM APPROVAL CEILINGS WITH
003468*  DBL100'S RULES. THE FILE IS OPTIONAL: WITHOUT IT NO REPAIR
003469*  IS HELD. A ROW WHOSE CEILING IS NOT NUMERIC IS REFUSED WITH
003470*  A CONSOLE WARNING.
003471*================================================================
003472    1400-LOAD-LIMITS.
003473        OPEN INPUT DBL-LIMIT-FILE.
003474        IF DBL3-LIM-STATUS NOT = '00'
003475            GO TO 1400-EXIT
003476        END-IF.
003477        PERFORM 1410-READ-LIMIT-ROW THRU 1410-EXIT
003478            UNTIL DBL3-LIM-EOF-YES.
003479        CLOSE DBL-LIMIT-FILE.
003480    1400-EXIT.
003481        EXIT.
003482*
003483    1410-READ-LIMIT-ROW.
003484        READ DBL-LIMIT-FILE
003485            AT END
003486                MOVE 'Y' TO DBL3-LIM-EOF-SW
003487                GO TO 1410-EXIT
003488        END-READ.
003489        IF DBL-LIM-CEILING IS NOT NUMERIC
003490            DISPLAY 'DBLLIM ROW WITH BAD CEILING IGNORED: '
003491                DBL-LIMIT-RECORD
003492            GO TO 1410-EXIT
003493        END-IF.
003494        IF DBL3-LIM-COUNT >= 200
003495            DISPLAY 'FATAL - DBLLIM EXCEEDS 200 ROWS'
003496            MOVE 16 TO RETURN-CODE
003497            STOP RUN
003498        END-IF.
003499        ADD 1 TO DBL3-LIM-COUNT.
003500        MOVE DBL-LIM-STORE TO DBL3-LIM-TAB-STORE (DBL3-LIM-COUNT).
003501        MOVE DBL-LIM-TRAN-TYPE
003502            TO DBL3-LIM-TAB-TYPE (DBL3-LIM-COUNT).
003503        MOVE DBL-LIM-CEILING
003504            TO DBL3-LIM-TAB-CEILING (DBL3-LIM-COUNT).
003505        MOVE 0 TO DBL3-LIM-TAB-SCORE (DBL3-LIM-COUNT).
003506        IF DBL-LIM-STORE NOT = SPACES
003507            ADD 2 TO DBL3-LIM-TAB-SCORE (DBL3-LIM-COUNT)
003508        END-IF.
003509        IF DBL-LIM-TRAN-TYPE NOT = SPACES
003510            ADD 1 TO DBL3-LIM-TAB-SCORE (DBL3-LIM-COUNT)
003512        END-IF.
003515    1410-EXIT.
003516        EXIT.
003517*================================================================
003518*  1500-LOAD-ITEM-MASTER - LOAD THE DBLITM REFERENCE MASTER.
003519*  THE MASTER IS REQUIRED: A REPAIR'S KEYS CANNOT BE CHECKED
003520*  WITHOUT IT.
003521*================================================================
003522    1500-LOAD-ITEM-MASTER.
003523        OPEN INPUT DBL-ITEM-FILE.
003524        IF DBL3-ITM-STATUS NOT = '00'
003525            DISPLAY 'FATAL - DBLITM OPEN FAILED, STATUS '
003526                DBL3-ITM-STATUS
003527            MOVE 16 TO RETURN-CODE
003528            STOP RUN
003529        END-IF.
003530        PERFORM 1510-READ-ITEM-ROW THRU 1510-EXIT
003531            UNTIL DBL3-ITM-EOF-YES.
003532        CLOSE DBL-ITEM-FILE.
003533    1500-EXIT.
003534        EXIT.
003535*
003536    1510-READ-ITEM-ROW.
003538        READ DBL-ITEM-FILE
003539            AT END
003540                MOVE 'Y' TO DBL3-ITM-EOF-SW
003541                GO TO 1510-EXIT
003542        END-READ.
003543        IF DBL3-ITM-COUNT >= 500
003544            DISPLAY 'FATAL - DBLITM EXCEEDS 500 ITEMS'
003545            MOVE 16 TO RETURN-CODE
003546            STOP RUN
003547        END-IF.
003548        ADD 1 TO DBL3-ITM-COUNT.
003549        MOVE DBL-ITM-ID TO DBL3-ITM-TAB-ID (DBL3-ITM-COUNT).
003550        MOVE DBL-ITM-ACTIVE
003551            TO DBL3-ITM-TAB-ACTIVE (DBL3-ITM-COUNT).
003552    1510-EXIT.
003553        EXIT.
003554*================================================================
003555*  1600-LOAD-STORE-MASTER - LOAD THE DBLSTM REFERENCE MASTER,
003556*  SAME RULES AS THE ITEM MASTER ABOVE.
003557*================================================================
003559    1600-LOAD-STORE-MASTER.
003560        OPEN INPUT DBL-STORE-FILE.
003561        IF DBL3-STM-STATUS NOT = '00'
003562            DISPLAY 'FATAL - DBLSTM OPEN FAILED, STATUS '
003563                DBL3-STM-STATUS
003564            MOVE 16 TO RETURN-CODE
003565            STOP RUN
003566        END-IF.
003567        PERFORM 1610-READ-STORE-ROW THRU 1610-EXIT
003568            UNTIL DBL3-STM-EOF-YES.
003569        CLOSE DBL-STORE-FILE.
003570    1600-EXIT.
003571        EXIT.
003572*
003573    1610-READ-STORE-ROW.
003574        READ DBL-STORE-FILE
003575            AT END
003576                MOVE 'Y' TO DBL3-STM-EOF-SW
003577                GO TO 1610-EXIT
003578        END-READ.
003580        IF DBL3-STM-COUNT >= 100
003581            DISPLAY 'FATAL - DBLSTM EXCEEDS 100 STORES'
003582            MOVE 16 TO RETURN-CODE
003583            STOP RUN
003584        END-IF.
003585        ADD 1 TO DBL3-STM-COUNT.
003586        MOVE DBL-STM-ID TO DBL3-STM-TAB-ID (DBL3-STM-COUNT).
003587        MOVE DBL-STM-ACTIVE
003588            TO DBL3-STM-TAB-ACTIVE (DBL3-STM-COUNT).
003589    1610-EXIT.
003590        EXIT.
003591*================================================================
003592*  2000-APPLY-CORRECTIONS - THE CORRECTIONS DRIVE THE PASS
003593*  NOW: ONE KEYED READ PER CARD INSTEAD OF ONE TABLE SCAN PER
003594*  SUSPENSE ENTRY. A CARD WHOSE REFERENCE IS NOT ON FILE IS
003595*  LEFT UNCONSUMED AND SHOWS ON THE UNMATCHED LIST.
003596*================================================================
003597    2000-APPLY-CORRECTIONS.
003598        PERFORM 2200-APPLY-ONE-CORRECTION THRU 2200-EXIT
003600            VARYING DBL3-COR-SUB FROM 1 BY 1
003610            UNTIL DBL3-COR-SUB > DBL3-COR-COUNT.
003620    2000-EXIT.
004040*  UPDATED SO THE NEXT PASS SHOWS WHY.
004050*================================================================
004060    2400-REPAIR-ENTRY.
004061*       KEY-INVALID ENTRIES (INCLUDING THE '*' SURROGATE
004063*       REFERENCES DBL100 GENERATES FOR THEM) CANNOT BE
004064*       VALUE-REPAIRED. THE CARD IS NOT CONSUMED, SO IT STILL
004066*       SHOWS ON THE UNMATCHED LIST, AND THE ENTRY STAYS FOR
004067*       THE AGING SWEEP. A RETURN (RT) IS NOT VALUE-REPAIRED
004069*       EITHER - IT MUST BE PRICED AT ITS SALE'S FACTOR AND
004070*       CHARGED AGAINST THE SALE, SO IT IS RESUBMITTED ON DBLIN
004072*       WITH THE SALE'S REFERENCE INSTEAD.
004073        MOVE DBL-SUS-TRAN-TYPE TO DBL3-TRAN-TYPE-CHECK.
004075        PERFORM 2420-FIX-KEYS THRU 2420-EXIT.
004076        IF DBL3-FIX-ITEM = SPACES
004077                OR DBL3-FIX-STORE = SPACES
004078                OR DBL-SUS-REF-NO = SPACES
004079                OR DBL-SUS-REF-NO (1:1) = '*'
004080                OR NOT DBL3-TRAN-TYPE-VALID
004081                OR DBL-SUS-TRAN-TYPE = 'RT'
004082            ADD 1 TO DBL3-COUNT-REJECTED
004083            GO TO 2400-EXIT
004084        END-IF.
004085*       NOR IS AN ENTRY WHOSE REFERENCE THE REGISTRY SHOWS HAS
004086*       ALREADY GONE OUT (RESENT ON DBLIN AND PROCESSED, SAY) -
004087*       REPAIRING IT WOULD SEND THE TRANSACTION TWICE.
004088        PERFORM 2410-CHECK-REGISTRY THRU 2410-EXIT.
004089        IF NOT DBL3-REF-BLOCKED
004090            PERFORM 2415-CHECK-HOLD-QUEUE THRU 2415-EXIT
004091        END-IF.
004092        IF DBL3-REF-BLOCKED
004093            ADD 1 TO DBL3-COUNT-REJECTED
004094            GO TO 2400-EXIT
004095        END-IF.
004096        MOVE 'Y' TO DBL3-COR-TAB-USED (DBL3-COR-IX).
004097*       THE KEYS THE REPAIR WILL CARRY MUST STILL BE ACTIVE ON
004098*       THE MASTERS - A HAND-TYPED CARD IS NEVER CHECKED BY
004099*       DBL310, AND A KEY IT DID CHECK MAY HAVE BEEN RETIRED
004100*       SINCE. A BAD KEY IS HANDLED AS A BAD VALUE IS.
004102        PERFORM 2430-CHECK-KEYS THRU 2430-EXIT.
004103        IF NOT DBL3-ITM-FOUND OR NOT DBL3-STM-FOUND
004104            ADD 1 TO DBL3-COUNT-REJECTED
004105            PERFORM 2650-UPDATE-REASON THRU 2650-EXIT
004106            GO TO 2400-EXIT
004108        END-IF.
004109*       A KEY-ONLY CARD RE-DRIVES THE VALUE AS SUSPENDED.
004110        IF DBL3-COR-TAB-NEW (DBL3-COR-IX) = SPACES
004111            MOVE DBL-SUS-VALUE TO DBL3-RAW-INPUT
004112        ELSE
004114            MOVE DBL3-COR-TAB-NEW (DBL3-COR-IX) TO DBL3-RAW-INPUT
004115        END-IF.
004116        IF (DBL3-RAW-SIGN = '+' OR DBL3-RAW-SIGN = '-')
004117                AND DBL3-RAW-DIGITS IS NUMERIC
004118            MOVE DBL3-RAW-NUMBER TO DBL3-ORIGINAL-NUMBER
004120            PERFORM 5000-SCALE-NUMBER THRU 5000-EXIT
004121            IF LS-DBL200-OVERFLOW-SW = 1
004122                ADD 1 TO DBL3-COUNT-REJECTED
004123                MOVE DBL3-RAW-INPUT TO DBL-SUS-VALUE
004124                MOVE 'CORRECTION OVERFLOWS' TO DBL-SUS-REASON
004125                PERFORM 2650-UPDATE-REASON THRU 2650-EXIT
004126            ELSE
004127                MOVE DBL3-FIX-ITEM TO DBL-SUS-ITEM
004128                MOVE DBL3-FIX-STORE TO DBL-SUS-STORE
004129                PERFORM 2450-CHECK-CEILING THRU 2450-EXIT
004130                IF DBL3-HOLD-THIS-ITEM
004131                    PERFORM 2570-HOLD-REPAIRED THRU 2570-EXIT
004132                ELSE
004133                    PERFORM 2500-WRITE-REPAIRED THRU 2500-EXIT
004134                END-IF
004135                PERFORM 2550-DELETE-REPAIRED THRU 2550-EXIT
004136            END-IF
004137        ELSE
004138            ADD 1 TO DBL3-COUNT-REJECTED
004139            MOVE 'CORRECTION REJECTED ' TO DBL-SUS-REASON
004140            PERFORM 2650-UPDATE-REASON THRU 2650-EXIT
004141        END-IF.
004142    2400-EXIT.
004143        EXIT.
004144*
004145*       THE SAME RULE DBL100 APPLIES: AN RV NEEDS ITS ORIGINAL
004146*       NOT YET REVERSED, ANYTHING ELSE NEEDS ITS REFERENCE NOT
004147*       ACTIVE. A REFERENCE STILL ON THE HOLD QUEUE IS BLOCKED
004148*       EITHER WAY - IT GOES OUT WHEN DBL450 APPROVES IT, AND A
004149*       REPAIR WOULD SEND IT TWICE. THE RECORD AREA IS KEPT FOR
004150*       2530.
004151    2410-CHECK-REGISTRY.
004152        MOVE 'N' TO DBL3-REF-BLOCKED-SW.
004153        MOVE DBL-SUS-REF-NO TO DBL-REF-NO.
004154        READ DBL-REFERENCE-FILE
004155            INVALID KEY
004156                MOVE 'N' TO DBL3-REF-FOUND-SW
004157                GO TO 2410-EXIT
004158        END-READ.
004159        MOVE 'Y' TO DBL3-REF-FOUND-SW.
004160        IF DBL-SUS-TRAN-TYPE = 'RV'
004161            IF DBL-REF-REVERSED OR DBL-REF-HELD
004162                MOVE 'Y' TO DBL3-REF-BLOCKED-SW
004163            END-IF
004165        ELSE
004166            IF DBL-REF-ACTIVE OR DBL-REF-HELD
004167                MOVE 'Y' TO DBL3-REF-BLOCKED-SW
004168            END-IF
004169        END-IF.
004170    2410-EXIT.
004171        EXIT.
004172*
004173*       THE HOLD QUEUE IS CHECKED ON ITS OWN, SINCE DBL650 MAY
004174*       HAVE PURGED THE REGISTRY ENTRY FROM UNDER IT. ONLY A
004175*       REJECTED HOLD MAY BE REPAIRED; ONE STILL HELD, APPROVED
004176*       OR DELIVERED IS BLOCKED, SO 2570 NEVER PUTS A DECIDED
004177*       ITEM BACK ON THE QUEUE.
004178    2415-CHECK-HOLD-QUEUE.
004179        MOVE DBL-SUS-REF-NO TO DBL-HLD-REF-NO.
004180        READ DBL-HOLD-FILE
004181            INVALID KEY
004182                GO TO 2415-EXIT
004183        END-READ.
004184        IF NOT DBL-HLD-REJECTED
004185            MOVE 'Y' TO DBL3-REF-BLOCKED-SW
004186        END-IF.
004187    2415-EXIT.
004188        EXIT.
004189*
004190*       THE CARD'S ITEM AND STORE, WHERE IT GIVES THEM, STAND IN
004191*       FOR THE SUSPENDED KEYS. THEY REACH THE RECORD ONLY WHEN
004192*       THE REPAIR GOES THROUGH, SO A REJECTED CORRECTION LEAVES
004193*       THE ENTRY AS IT WAS SUSPENDED.
004194    2420-FIX-KEYS.
004195        MOVE DBL-SUS-ITEM TO DBL3-FIX-ITEM.
004196        MOVE DBL-SUS-STORE TO DBL3-FIX-STORE.
004197        MOVE 'N' TO DBL3-FIX-KEYS-SW.
004198        IF DBL3-COR-TAB-ITEM (DBL3-COR-IX) NOT = SPACES
004199            MOVE DBL3-COR-TAB-ITEM (DBL3-COR-IX) TO DBL3-FIX-ITEM
004200            MOVE 'Y' TO DBL3-FIX-KEYS-SW
004201        END-IF.
004202        IF DBL3-COR-TAB-STORE (DBL3-COR-IX) NOT = SPACES
004203            MOVE DBL3-COR-TAB-STORE (DBL3-COR-IX)
004204                TO DBL3-FIX-STORE
004205            MOVE 'Y' TO DBL3-FIX-KEYS-SW
004206        END-IF.
004207        IF DBL3-COR-TAB-OPER (DBL3-COR-IX) = SPACES
004208            MOVE DBL3-OPERATOR-ID TO DBL3-AUDIT-OPERATOR
004210        ELSE
004211            MOVE DBL3-COR-TAB-OPER (DBL3-COR-IX)
004212                TO DBL3-AUDIT-OPERATOR
004213        END-IF.
004214    2420-EXIT.
004215        EXIT.
004216*
004217*       DBL100'S 5400-CHECK-REFERENCE-KEYS RULE, ITEM FIRST, ON
004218*       THE KEYS AS THE CARD LEAVES THEM. THE REASON TEXTS ARE
004219*       DBL100'S, SET ON THE SUSPENDED RECORD FOR 2650.
004220    2430-CHECK-KEYS.
004221        MOVE 'N' TO DBL3-ITM-FOUND-SW.
004222        MOVE 'N' TO DBL3-STM-FOUND-SW.
004223        PERFORM 2435-SCAN-ITEM-MASTER THRU 2435-EXIT
004224            VARYING DBL3-ITM-SUB FROM 1 BY 1
004225            UNTIL DBL3-ITM-SUB > DBL3-ITM-COUNT
004226                OR DBL3-ITM-FOUND.
004227        IF NOT DBL3-ITM-FOUND
004228            MOVE 'INVALID ITEM KEY    ' TO DBL-SUS-REASON
004229            GO TO 2430-EXIT
004230        END-IF.
004231        PERFORM 2440-SCAN-STORE-MASTER THRU 2440-EXIT
004232            VARYING DBL3-STM-SUB FROM 1 BY 1
004233            UNTIL DBL3-STM-SUB > DBL3-STM-COUNT
004234                OR DBL3-STM-FOUND.
004235        IF NOT DBL3-STM-FOUND
004236            MOVE 'INVALID STORE KEY   ' TO DBL-SUS-REASON
004237        END-IF.
004238    2430-EXIT.
004239        EXIT.
004240*
004241    2435-SCAN-ITEM-MASTER.
004242        IF DBL3-ITM-TAB-ID (DBL3-ITM-SUB) = DBL3-FIX-ITEM
004243                AND DBL3-ITM-TAB-ACTIVE (DBL3-ITM-SUB) = 'Y'
004244            MOVE 'Y' TO DBL3-ITM-FOUND-SW
004245        END-IF.
004246    2435-EXIT.
004247        EXIT.
004248*
004249    2440-SCAN-STORE-MASTER.
004250        IF DBL3-STM-TAB-ID (DBL3-STM-SUB) = DBL3-FIX-STORE
004251                AND DBL3-STM-TAB-ACTIVE (DBL3-STM-SUB) = 'Y'
004252            MOVE 'Y' TO DBL3-STM-FOUND-SW
004253        END-IF.
004255    2440-EXIT.
004256        EXIT.
004257*================================================================
004258*  2450-CHECK-CEILING - THE DBL100 CEILING RULE: A REPAIRED
004259*  AMOUNT WHOSE MAGNITUDE IS OVER THE CEILING OF ITS MOST
004260*  SPECIFIC DBLLIM ROW IS HELD FOR A SUPERVISOR INSTEAD OF
004261*  GOING TO DBLOUT. AN RV ONLY BACKS OUT AN AMOUNT THAT WENT
004262*  OUT ALREADY, SO IT IS NOT HELD. NO MATCHING ROW MEANS NO
004263*  CEILING.
004264*================================================================
004265    2450-CHECK-CEILING.
004266        MOVE 'N' TO DBL3-HOLD-SW.
004267        IF DBL-SUS-TRAN-TYPE = 'RV'
004268            GO TO 2450-EXIT
004269        END-IF.
004270        MOVE -1 TO DBL3-LIM-BEST-SCORE.
004271        PERFORM 2460-SCAN-LIMITS THRU 2460-EXIT
004272            VARYING DBL3-LIM-SUB FROM 1 BY 1
004273            UNTIL DBL3-LIM-SUB > DBL3-LIM-COUNT.
004274        IF DBL3-LIM-BEST-SCORE < 0
004275            GO TO 2450-EXIT
004276        END-IF.
004277        IF DBL3-NUMBER < 0
004278            COMPUTE DBL3-HOLD-MAGNITUDE = 0 - DBL3-NUMBER
004279        ELSE
004280            MOVE DBL3-NUMBER TO DBL3-HOLD-MAGNITUDE
004281        END-IF.
004282        IF DBL3-HOLD-MAGNITUDE > DBL3-CYCLE-CEILING
004283            MOVE 'Y' TO DBL3-HOLD-SW
004284        END-IF.
004285    2450-EXIT.
004286        EXIT.
004287*
004288    2460-SCAN-LIMITS.
004289        IF DBL3-LIM-TAB-STORE (DBL3-LIM-SUB) NOT = SPACES
004290                AND DBL3-LIM-TAB-STORE (DBL3-LIM-SUB)
004291                NOT = DBL-SUS-STORE
004292            GO TO 2460-EXIT
004293        END-IF.
004294        IF DBL3-LIM-TAB-TYPE (DBL3-LIM-SUB) NOT = SPACES
004295                AND DBL3-LIM-TAB-TYPE (DBL3-LIM-SUB)
004296                NOT = DBL-SUS-TRAN-TYPE
004297            GO TO 2460-EXIT
004298        END-IF.
004299        IF DBL3-LIM-TAB-SCORE (DBL3-LIM-SUB) > DBL3-LIM-BEST-SCORE
004300            MOVE DBL3-LIM-TAB-SCORE (DBL3-LIM-SUB)
004301                TO DBL3-LIM-BEST-SCORE
004302            MOVE DBL3-LIM-TAB-CEILING (DBL3-LIM-SUB)
004303                TO DBL3-CYCLE-CEILING
004304        END-IF.
004305    2460-EXIT.
004306        EXIT.
004307*================================================================
004308*  2500-WRITE-REPAIRED - APPEND THE REPAIRED RESULT TO THE
004309*  NORMAL OUTPUT STREAM AND THE AUDIT TRAIL, AND SHOW THE
004310*  REPAIR ON THE REPORT.
004320*================================================================
004330    2500-WRITE-REPAIRED.
004331        ADD 1 TO DBL3-COUNT-REPAIRED.
004332        MOVE DBL-SUS-ITEM TO DBL1-ITEM.
004333        MOVE DBL-SUS-STORE TO DBL1-STORE.
004334        MOVE DBL-SUS-TRAN-TYPE TO DBL1-TRAN-TYPE.
004335        MOVE DBL-SUS-REF-NO TO DBL1-REF-NO.
004336        MOVE DBL3-ORIGINAL-NUMBER TO DBL1-ORIG-QTY.
004337        MOVE DBL3-NUMBER TO DBL1-DOUBLED-QTY.
004338        MOVE 'N' TO DBL1-OVERFLOW-FLAG.
004339        MOVE DBL3-RUN-DATE TO DBL1-RUN-DATE.
004340        WRITE DBL1-OUTPUT-RECORD.
004341        PERFORM 4000-WRITE-AUDIT-LOG THRU 4000-EXIT.
004342        IF DBL-SUS-TRAN-TYPE = 'SA'
004343            PERFORM 2520-REGISTER-SALE THRU 2520-EXIT
004344        END-IF.
004345        PERFORM 2530-REGISTER-REFERENCE THRU 2530-EXIT.
004346        MOVE SPACES TO DBL3-REPORT-LINE.
004348        STRING 'REPAIRED  ' DBL-SUS-REF-NO ' ' DBL-SUS-VALUE
004349            ' AS ' DBL3-RAW-INPUT
004350            DELIMITED BY SIZE INTO DBL3-REPORT-LINE.
004351        IF DBL3-KEYS-CHANGED
004352            MOVE ' KEYS ' TO DBL3-REPORT-LINE (46:6)
004353            MOVE DBL-SUS-ITEM TO DBL3-REPORT-LINE (52:8)
004354            MOVE DBL-SUS-STORE TO DBL3-REPORT-LINE (61:4)
004355        END-IF.
004356        MOVE ' BY ' TO DBL3-REPORT-LINE (65:4).
004357        MOVE DBL3-AUDIT-OPERATOR TO DBL3-REPORT-LINE (69:8).
004358        WRITE DBL3-REPORT-LINE.
004359    2500-EXIT.
004360        EXIT.
004361*
004362*       A SALE REPAIRED TWICE (A FORCED RERUN) KEEPS WHATEVER
004363*       HAS ALREADY BEEN RETURNED AGAINST IT.
004364    2520-REGISTER-SALE.
004366        MOVE DBL-SUS-REF-NO TO DBL-SRG-REF-NO.
004367        READ DBL-SALE-REGISTRY-FILE
004368            INVALID KEY
004369                MOVE 0 TO DBL-SRG-RETURNED
004370        END-READ.
004371        MOVE DBL-SUS-ITEM TO DBL-SRG-ITEM.
004372        MOVE DBL-SUS-STORE TO DBL-SRG-STORE.
004373        MOVE DBL3-RUN-DATE TO DBL-SRG-SALE-DATE.
004374        MOVE DBL3-MULTIPLIER TO DBL-SRG-FACTOR.
004375        MOVE DBL3-ORIGINAL-NUMBER TO DBL-SRG-SALE-AMOUNT.
004376        IF DBL3-SRG-STATUS = '00'
004377            REWRITE DBL-SALE-REGISTRY-RECORD
004378        ELSE
004379            WRITE DBL-SALE-REGISTRY-RECORD
004380        END-IF.
004381    2520-EXIT.
004382        EXIT.
004384*
004385*       THE REPAIRED REFERENCE IS NOW OUT: ACTIVE, OR REVERSED
004386*       FOR AN RV - OR HELD, WHEN IT WENT TO THE HOLD QUEUE.
004387*       RECORD NUMBER ZERO MARKS A REPAIR.
004388    2530-REGISTER-REFERENCE.
004389        MOVE DBL-SUS-REF-NO TO DBL-REF-NO.
004390        IF DBL-SUS-TRAN-TYPE = 'RV'
004391            MOVE 'R' TO DBL-REF-STATE
004392        ELSE
004393            IF DBL3-HOLD-THIS-ITEM
004394                MOVE 'H' TO DBL-REF-STATE
004395            ELSE
004396                MOVE 'A' TO DBL-REF-STATE
004397            END-IF
004398        END-IF.
004399        MOVE DBL-SUS-TRAN-TYPE TO DBL-REF-TRAN-TYPE.
004400        MOVE DBL-SUS-ITEM TO DBL-REF-ITEM.
004402        MOVE DBL-SUS-STORE TO DBL-REF-STORE.
004403        MOVE DBL3-RUN-DATE TO DBL-REF-DATE.
004404        MOVE 0 TO DBL-REF-RECORD-NO.
004405        IF DBL3-REF-FOUND
004406            REWRITE DBL-REFERENCE-RECORD
004407        ELSE
004408            WRITE DBL-REFERENCE-RECORD
004409        END-IF.
004410    2530-EXIT.
004411        EXIT.
004412*================================================================
004413*  2550-DELETE-REPAIRED - THE REPAIRED ENTRY LEAVES SUSPENSE
004414*  WITH ONE KEYED DELETE. THE DBLOUT AND DBLAUD RECORDS ARE
004415*  ON DISK FIRST, SO AN ABEND BETWEEN THE TWO LEAVES A
004416*  REPAIRED-AND-STILL-SUSPENDED ENTRY (CAUGHT BY THE NEXT
004417*  PASS), NEVER A VANISHED ONE.
004418*================================================================
004420    2550-DELETE-REPAIRED.
004421        DELETE DBL-SUSPENSE-FILE RECORD.
004422        ADD 1 TO DBL3-COUNT-READ.
004423    2550-EXIT.
004424        EXIT.
004425*================================================================
004426*  2570-HOLD-REPAIRED - A REPAIR OVER ITS CEILING IS QUEUED ON
004427*  DBLHLD IN PLACE OF DBLOUT, WITH AN 'H' AUDIT LINE AND A HELD
004428*  STATE ON DBLREF, THE WAY DBL100 HOLDS AN INPUT RECORD. A
004429*  SALE IS NOT REGISTERED UNTIL IT IS DELIVERED. AN ITEM
004430*  ALREADY ON THE QUEUE (A REJECTED HOLD BEING REPAIRED) IS
004431*  RE-HELD IN PLACE. 2415 HAS ALREADY TURNED AWAY A REPAIR
004432*  WHOSE ENTRY IS IN ANY OTHER STATE.
004433*================================================================
004434    2570-HOLD-REPAIRED.
004435        ADD 1 TO DBL3-COUNT-HELD.
004436        MOVE DBL-SUS-REF-NO TO DBL-HLD-REF-NO.
004437        MOVE DBL-SUS-ITEM TO DBL-HLD-ITEM.
004438        MOVE DBL-SUS-STORE TO DBL-HLD-STORE.
004439        MOVE DBL-SUS-TRAN-TYPE TO DBL-HLD-TRAN-TYPE.
004440        MOVE SPACES TO DBL-HLD-ORIG-REF.
004441        MOVE DBL3-ORIGINAL-NUMBER TO DBL-HLD-ORIG-QTY.
004442        MOVE DBL3-NUMBER TO DBL-HLD-SCALED-QTY.
004443        MOVE DBL3-MULTIPLIER TO DBL-HLD-FACTOR.
004444        MOVE 'N' TO DBL-HLD-PROMO-RULE.
004445        MOVE DBL3-CYCLE-CEILING TO DBL-HLD-CEILING.
004446        MOVE DBL3-RUN-DATE TO DBL-HLD-DATE.
004447        MOVE DBL3-AUDIT-OPERATOR TO DBL-HLD-OPERATOR.
004448        MOVE 'H' TO DBL-HLD-STATE.
004449        MOVE SPACES TO DBL-HLD-DECIDED-BY.
004450        MOVE 0 TO DBL-HLD-DECIDED-DATE.
004451        MOVE 0 TO DBL-HLD-OUT-DATE.
004452        WRITE DBL-HOLD-RECORD
004453            INVALID KEY
004454                REWRITE DBL-HOLD-RECORD
004455        END-WRITE.
004456        IF DBL3-HLD-STATUS NOT = '00'
004457            DISPLAY 'FATAL - DBLHLD UPDATE FAILED, STATUS '
004458                DBL3-HLD-STATUS ' REF ' DBL-SUS-REF-NO
004459            MOVE 16 TO RETURN-CODE
004460            STOP RUN
004461        END-IF.
004462        PERFORM 4000-WRITE-AUDIT-LOG THRU 4000-EXIT.
004463        PERFORM 2530-REGISTER-REFERENCE THRU 2530-EXIT.
004464        MOVE SPACES TO DBL3-REPORT-LINE.
004465        STRING 'HELD      ' DBL-SUS-REF-NO ' ' DBL-SUS-VALUE
004466            ' AS ' DBL3-RAW-INPUT
004467            DELIMITED BY SIZE INTO DBL3-REPORT-LINE.
004468        IF DBL3-KEYS-CHANGED
004469            MOVE ' KEYS ' TO DBL3-REPORT-LINE (46:6)
004470            MOVE DBL-SUS-ITEM TO DBL3-REPORT-LINE (52:8)
004471            MOVE DBL-SUS-STORE TO DBL3-REPORT-LINE (61:4)
004472        END-IF.
004473        MOVE ' BY ' TO DBL3-REPORT-LINE (65:4).
004474        MOVE DBL3-AUDIT-OPERATOR TO DBL3-REPORT-LINE (69:8).
004475        WRITE DBL3-REPORT-LINE.
004476    2570-EXIT.
004477        EXIT.
004478*================================================================
004479*  2650-UPDATE-REASON - A CORRECTION THAT IS ITSELF BAD LEAVES
004480*  THE ENTRY IN SUSPENSE WITH ITS REASON UPDATED IN PLACE, SO
004481*  THE AGING SWEEP (AND THE NEXT PASS) SHOWS WHY.
004482*================================================================
004483    2650-UPDATE-REASON.
004484        REWRITE DBL-SUSPENSE-RECORD.
004485    2650-EXIT.
004486        EXIT.
004487*================================================================
004488*  3500-AGE-RESIDUE - ONE SEQUENTIAL SWEEP OVER WHATEVER IS
004489*  STILL ON FILE: EVERY ENTRY AGES ONE RUN IN PLACE AND GOES
004490*  ON THE AGING REPORT, ESCALATED WHEN OVER THE LIMIT.
004491*================================================================
004492    3500-AGE-RESIDUE.
004493        MOVE LOW-VALUES TO DBL-SUS-REF-NO.
004494        START DBL-SUSPENSE-FILE KEY NOT < DBL-SUS-REF-NO
004495            INVALID KEY
004496*               AN EMPTY SUSPENSE FILE - NOTHING TO AGE.
004497                MOVE 'Y' TO DBL3-EOF-SW
004498        END-START.
004499        PERFORM 3600-AGE-ONE-ENTRY THRU 3600-EXIT
004500            UNTIL DBL3-EOF-YES.
004501    3500-EXIT.
004502        EXIT.
004503*
004504    3600-AGE-ONE-ENTRY.
004505        READ DBL-SUSPENSE-FILE NEXT RECORD
004506            AT END
004507                MOVE 'Y' TO DBL3-EOF-SW
004508                GO TO 3600-EXIT
004509        END-READ.
004510        ADD 1 TO DBL3-COUNT-READ.
004511        PERFORM 2600-CARRY-FORWARD THRU 2600-EXIT.
004512    3600-EXIT.
004513        EXIT.
004514*================================================================
004515*  2600-CARRY-FORWARD - THE ENTRY STAYS IN SUSPENSE, ONE RUN
004516*  OLDER, REWRITTEN IN PLACE. ANYTHING OVER THE AGE LIMIT IS
004517*  FLAGGED FOR ESCALATION ON THE AGING REPORT.
004518*================================================================
004520    2600-CARRY-FORWARD.
004530        ADD 1 TO DBL3-COUNT-CARRIED.
004532        IF DBL-SUS-AGE-RUNS NOT NUMERIC
004770        EXIT.
004780*================================================================
004790*  4000-WRITE-AUDIT-LOG - APPEND ONE AUDIT LINE FOR THE
004800*  REPAIRED OR HELD CYCLE, SAME LAYOUT AND RULES AS DBL100.
004810*================================================================
004820    4000-WRITE-AUDIT-LOG.
004822        MOVE DBL-SUS-ITEM TO DBL-AUD-ITEM.
004828        MOVE DBL-SUS-REF-NO TO DBL-AUD-REF-NO.
004830        MOVE DBL3-ORIGINAL-NUMBER TO DBL-AUD-ORIG.
004840        MOVE DBL3-NUMBER TO DBL-AUD-DOUBLED.
004850        MOVE DBL3-RUN-DATE TO DBL-AUD-DATE.
004860        ACCEPT DBL-AUD-TIME FROM TIME.
004870        MOVE DBL3-AUDIT-OPERATOR TO DBL-AUD-OPERATOR.
004880        MOVE 'N' TO DBL-AUD-OVERFLOW.
004881        MOVE DBL3-MULTIPLIER TO DBL-AUD-FACTOR.
004882        MOVE 'N' TO DBL-AUD-PROMO-RULE.
004883*       A HELD REPAIR IS AUDITED AT THE AMOUNT IT WAS HELD AT
004884*       AND FLAGGED 'H' - IT IS NOT ON DBLOUT UNTIL RELEASED.
004885        IF DBL3-HOLD-THIS-ITEM
004886            MOVE 'H' TO DBL-AUD-OVERFLOW
004888        END-IF.
004890        WRITE DBL-AUDIT-RECORD.
004900    4000-EXIT.
004910        EXIT.
004920*================================================================
004930*  5000-SCALE-NUMBER - SAME DBL200 CALL DBL100 MAKES, SO A
004940*  REPAIRED VALUE OBEYS THE IDENTICAL SCALE-AND-GUARD RULES.
004941*  A REPAIR IS SCALED AT THE FLAT CARD FACTOR - NO DBLPFM TIERS
004942*  AND NO UPLIFT CAP.
004950*================================================================
004960    5000-SCALE-NUMBER.
004970        MOVE DBL3-ORIGINAL-NUMBER TO LS-DBL200-INPUT-QTY.
004980        MOVE DBL3-MULTIPLIER TO LS-DBL200-MULTIPLIER.
004981        MOVE 0 TO LS-DBL200-TIER-COUNT.
004982        MOVE 0 TO LS-DBL200-MAX-UPLIFT.
004990        CALL 'DBL200' USING LS-DBL200-PARMS.
005000        IF LS-DBL200-OVERFLOW-SW NOT = 1
005010            MOVE LS-DBL200-RESULT TO DBL3-NUMBER
005560        MOVE SPACES TO DBL3-REPORT-LINE.
005570        STRING 'CORRECTIONS UNMATCHED . : ' DBL3-COUNT-UNMATCHED
005580            DELIMITED BY SIZE INTO DBL3-REPORT-LINE.
005582        WRITE DBL3-REPORT-LINE.
005584        MOVE SPACES TO DBL3-REPORT-LINE.
005586        STRING 'REPAIRS HELD  . . . . . : ' DBL3-COUNT-HELD
005588            DELIMITED BY SIZE INTO DBL3-REPORT-LINE.
005590        WRITE DBL3-REPORT-LINE.
005600        CLOSE DBL-SUSPENSE-FILE.
005610        CLOSE DBL-OUTPUT-FILE.
005620        CLOSE DBL-AUDIT-FILE.
005640        CLOSE DBL-AGING-REPORT-FILE.
005641        CLOSE DBL-SALE-REGISTRY-FILE.
005643        CLOSE DBL-REFERENCE-FILE.
005645        CLOSE DBL-HOLD-FILE.
005805        PERFORM 9300-STAMP-MANIFEST THRU 9300-EXIT.
005810        DISPLAY 'ENTRIES READ  . . . . . : ' DBL3-COUNT-READ.
005815        DISPLAY 'ENTRIES REPAIRED  . . . : ' DBL3-COUNT-REPAIRED.
005820        DISPLAY 'REPAIRS HELD  . . . . . : ' DBL3-COUNT-HELD.
005830        DISPLAY 'ENTRIES CARRIED FORWARD : ' DBL3-COUNT-CARRIED.
005840        DISPLAY 'ENTRIES ESCALATED . . . : ' DBL3-COUNT-ESCALATED.
005850        DISPLAY 'DBL300 PROCESSING COMPLETE'.
006030        MOVE DBL3-RUN-DATE TO DBL-MAN-RUN-DATE.
006040        MOVE 0 TO DBL-MAN-RETURN-CODE.
006050        ACCEPT DBL-MAN-FINISH-DATE FROM DATE YYYYMMDD.
006052        ACCEPT DBL3-STAMP-CLOCK FROM TIME.
006055        MOVE DBL3-STAMP-CLOCK (1:6) TO DBL-MAN-FINISH-TIME.
006057        MOVE DBL3-START-DATE TO DBL-MAN-START-DATE.
006060        MOVE DBL3-START-CLOCK (1:6) TO DBL-MAN-START-TIME.
006070        MOVE DBL3-COUNT-READ TO DBL-MAN-REC-COUNT.
006080        WRITE DBL-MANIFEST-RECORD.
006090        CLOSE DBL-MANIFEST-FILE.
