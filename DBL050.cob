000260*                  2020-VERIFY-TRAILER PRE-PASS EXPECTS, AND    *
000270*                  THE DBL0RPT CONTROL REPORT SHOWS THE PER-    *
000280*                  STORE COUNTS AND HASHES THAT WENT INTO IT.   *
000281*  10/15/2026 RJ   THE DBLIN RECORD WIDENED TO 44 BYTES: A      *
000282*                  RETURN (RT) NOW CARRIES THE ORIGINAL SALE'S  *
000283*                  REFERENCE NUMBER AFTER THE QUANTITY, SO      *
000284*                  DBL100 CAN SCALE IT AT THE SALE'S FACTOR.    *
000285*                  STORE FILES WITHOUT THE FIELD READ AS BLANK. *
000286*                  RECORDS ARE STILL COPIED THROUGH WHOLE.      *
000287*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000288*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000289*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000290*                  THE MERGED TRAILER NOW CARRIES THE BUSINESS  *
000291*                  DATE THE FILE WAS BUILT FOR.                 *
000292*  10/15/2026 RJ   AN OPTIONAL DBLPRT CARD FILE NOW DIVIDES THE *
000293*                  NIGHT BY STORE RANGE FOR THE PARTITIONED     *
000294*                  DBL100 RUN. EVERY STORE MUST FALL IN EXACTLY *
000295*                  ONE PARTITION'S RANGE OR THE COLLECTOR       *
000296*                  ABENDS. BESIDES THE WHOLE DBLIN, ONE FILE    *
000297*                  PER PARTITION (DBLIN01, DBLIN02, ...) IS     *
000298*                  WRITTEN WITH ITS OWN TRAILER, STAMPED WITH   *
000299*                  THE BUSINESS DATE AND THE PARTITION NUMBER.  *
000300*                  NO DBLPRT FILE, NO PARTITION FILES.          *
000301*  10/15/2026 RJ   A COMPLETED COLLECTION NOW STAMPS THE DBLMAN *
000302*                  RUN MANIFEST (DBL050, BUSINESS DATE,         *
000303*                  CONSOLIDATED COUNT, START AND FINISH TIMES)  *
000304*                  FOR THE DBL980 BATCH-WINDOW STATUS BOARD.    *
000306*--------------------------------------------------------------*
000308*
000310    ENVIRONMENT DIVISION.
000320    CONFIGURATION SECTION.
000330    SOURCE-COMPUTER. IBM-370.
000500        SELECT DBL-COLLECT-REPORT-FILE ASSIGN TO DBL0RPT
000510            ORGANIZATION IS LINE SEQUENTIAL
000520            FILE STATUS IS DBL0-RPT-STATUS.
000521        SELECT OPTIONAL DBL-PARTITION-FILE ASSIGN TO DBLPRT
000522            ORGANIZATION IS LINE SEQUENTIAL
000523            FILE STATUS IS DBL0-PRT-STATUS.
000524*       ONE SELECT SERVES EVERY PARTITION FILE IN TURN, NAMED
000525*       DBLIN PLUS THE PARTITION NUMBER, THE SAME WAY THE STORE
000526*       SELECT SERVES EVERY STORE FILE.
000527        SELECT DBL-PARTITION-INPUT-FILE ASSIGN TO DBL0-PART-NAME
000528            ORGANIZATION IS LINE SEQUENTIAL
000529            FILE STATUS IS DBL0-PIN-STATUS.
000531        SELECT OPTIONAL DBL-MANIFEST-FILE ASSIGN TO DBLMAN
000533            ORGANIZATION IS LINE SEQUENTIAL
000535            FILE STATUS IS DBL0-MAN-STATUS.
000537*
000540    DATA DIVISION.
000550    FILE SECTION.
000560*--------------------------------------------------------------*
000680*  A STORE-LEVEL TRAILER AS THE LAST RECORD OF EACH FILE.       *
000690*--------------------------------------------------------------*
000700    FD  DBL-STORE-INPUT-FILE
000710        RECORD CONTAINS 44 CHARACTERS.
000720    01  DBL-STORE-INPUT-RECORD.
000730        05  DBL0-SIN-ITEM            PIC X(08).
000740        05  DBL0-SIN-STORE           PIC X(04).
000750        05  DBL0-SIN-TRAN-TYPE       PIC X(02).
000760        05  DBL0-SIN-REF-NO          PIC X(10).
000770        05  DBL0-SIN-QTY             PIC X(10).
000775        05  DBL0-SIN-ORIG-REF        PIC X(10).
000780    01  DBL-STORE-INPUT-TRAILER REDEFINES DBL-STORE-INPUT-RECORD.
000790        05  DBL0-SIN-TRL-ID          PIC X(08).
000800            88  DBL0-SIN-IS-TRAILER  VALUE 'TRAILER '.
000810        05  DBL0-SIN-TRL-COUNT       PIC 9(07).
000820        05  DBL0-SIN-TRL-HASH        PIC S9(13)V99 SIGN LEADING
000830                                      SEPARATE.
000840        05  FILLER                   PIC X(13).
000850*--------------------------------------------------------------*
000860*  DBL-MERGED-INPUT-FILE - THE CONSOLIDATED DBLIN THE 06:00     *
000870*  DBL100 RUN READS: EVERY STORE'S DATA RECORDS FOLLOWED BY     *
000880*  ONE CONSOLIDATED TRAILER IN THE SAME LAYOUT.                 *
000890*--------------------------------------------------------------*
000900    FD  DBL-MERGED-INPUT-FILE
000910        RECORD CONTAINS 44 CHARACTERS.
000920    01  DBL-MERGED-INPUT-RECORD      PIC X(44).
000930    01  DBL-MERGED-TRAILER REDEFINES DBL-MERGED-INPUT-RECORD.
000940        05  DBL0-MRG-TRL-ID          PIC X(08).
000950        05  DBL0-MRG-TRL-COUNT       PIC 9(07).
000960        05  DBL0-MRG-TRL-HASH        PIC S9(13)V99 SIGN LEADING
000970                                      SEPARATE.
000975        05  DBL0-MRG-TRL-BUS-DATE    PIC 9(08).
000976        05  DBL0-MRG-TRL-PART        PIC X(02).
000980        05  FILLER                   PIC X(03).
000990*--------------------------------------------------------------*
001000*  DBL-COLLECT-REPORT-FILE - THE CONTROL REPORT.                *
001020    FD  DBL-COLLECT-REPORT-FILE
001030        RECORD CONTAINS 80 CHARACTERS.
001040    01  DBL0-REPORT-LINE             PIC X(80).
001041*--------------------------------------------------------------*
001042*  DBL-PARTITION-FILE - THE DBL100 PARTITION CARDS, SHARED      *
001043*  DBLPRTR LAYOUT. OPTIONAL: NO FILE MEANS NO SPLIT.            *
001044*--------------------------------------------------------------*
001045    FD  DBL-PARTITION-FILE
001046        RECORD CONTAINS 10 CHARACTERS.
001047        COPY DBLPRTR.
001048*--------------------------------------------------------------*
001049*  DBL-PARTITION-INPUT-FILE - ONE PARTITION'S SHARE OF DBLIN:   *
001050*  THE DATA RECORDS OF THE STORES IN ITS RANGE AND ITS OWN      *
001051*  TRAILER, IN THE DBLIN LAYOUT, WITH THE PARTITION NUMBER IN   *
001052*  THE TRAILER SO DBL100 CANNOT BE GIVEN ANOTHER PARTITION'S    *
001053*  FILE.                                                        *
001054*--------------------------------------------------------------*
001055    FD  DBL-PARTITION-INPUT-FILE
001056        RECORD CONTAINS 44 CHARACTERS.
001057    01  DBL-PARTITION-INPUT-RECORD   PIC X(44).
001058    01  DBL-PARTITION-TRAILER
001059            REDEFINES DBL-PARTITION-INPUT-RECORD.
001060        05  DBL0-PIN-TRL-ID          PIC X(08).
001061        05  DBL0-PIN-TRL-COUNT       PIC 9(07).
001062        05  DBL0-PIN-TRL-HASH        PIC S9(13)V99 SIGN LEADING
001063                                      SEPARATE.
001064        05  DBL0-PIN-TRL-BUS-DATE    PIC 9(08).
001066        05  DBL0-PIN-TRL-PART        PIC X(02).
001067        05  FILLER                   PIC X(03).
001068*--------------------------------------------------------------*
001069*  DBL-MANIFEST-FILE - THE SHARED RUN MANIFEST, STAMPED WITH    *
001070*  THE COLLECTION SO THE DBL980 STATUS BOARD CAN TIME IT.       *
001071*--------------------------------------------------------------*
001073    FD  DBL-MANIFEST-FILE
001074        RECORD CONTAINS 53 CHARACTERS.
001075        COPY DBLMANR.
001076*
001077    WORKING-STORAGE SECTION.
001078    01  DBL0-SWITCHES.
001080        05  DBL0-CTL-EOF-SW          PIC X(01) VALUE 'N'.
001090            88  DBL0-CTL-EOF-YES                VALUE 'Y'.
001100        05  DBL0-SIN-EOF-SW          PIC X(01) VALUE 'N'.
001110            88  DBL0-SIN-EOF-YES                VALUE 'Y'.
001120        05  DBL0-TRL-FOUND-SW        PIC X(01) VALUE 'N'.
001130            88  DBL0-TRL-FOUND                  VALUE 'Y'.
001131        05  DBL0-PRT-EOF-SW          PIC X(01) VALUE 'N'.
001132            88  DBL0-PRT-EOF-YES                VALUE 'Y'.
001140*
001141    01  DBL0-RUN-DATE                PIC 9(08) VALUE 0.
001142*
001143*--------------------------------------------------------------*
001144*  DBL0-RUN-CLOCK - WHEN THIS STEP STARTED, AND THE            *
001145*  CLOCK AT THE MANIFEST STAMP. THE CLOCK READS HHMMSSHH; THE  *
001146*  STAMP KEEPS HHMMSS.                                         *
001147*--------------------------------------------------------------*
001148    01  DBL0-RUN-CLOCK.
001149        05  DBL0-START-DATE          PIC 9(08) VALUE 0.
001150        05  DBL0-START-CLOCK         PIC 9(08) VALUE 0.
001151        05  DBL0-STAMP-CLOCK         PIC 9(08) VALUE 0.
001152*
001153*--------------------------------------------------------------*
001155*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001156*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001157*--------------------------------------------------------------*
001158    COPY DBLDPARM.
001160*
001170    01  DBL0-FILE-STATUSES.
001180        05  DBL0-CTL-STATUS          PIC X(02) VALUE SPACES.
001190        05  DBL0-SIN-STATUS          PIC X(02) VALUE SPACES.
001200        05  DBL0-IN-STATUS           PIC X(02) VALUE SPACES.
001210        05  DBL0-RPT-STATUS          PIC X(02) VALUE SPACES.
001211        05  DBL0-PRT-STATUS          PIC X(02) VALUE SPACES.
001212        05  DBL0-PIN-STATUS          PIC X(02) VALUE SPACES.
001213        05  DBL0-MAN-STATUS          PIC X(02) VALUE SPACES.
001220*
001230*--------------------------------------------------------------*
001240*  DBL0-STORE-NAME - THE FILE THE STORE SELECT CURRENTLY       *
001400            10  DBL0-STR-REC-COUNT   PIC 9(07).
001410            10  DBL0-STR-HASH        PIC S9(13)V99 SIGN LEADING
001420                                      SEPARATE.
001421            10  DBL0-STR-PART        PIC S9(04) COMP.
001422*
001423*--------------------------------------------------------------*
001425*  DBL0-PART-TABLE - THE DBLPRT PARTITION CARDS AND, ONCE THE  *
001426*  STORES ARE ASSIGNED, EACH PARTITION'S COUNT AND HASH - THE  *
001427*  SUM OF ITS STORES' PROVEN FIGURES, WHICH IS WHAT ITS OWN    *
001428*  TRAILER CARRIES. DBL0-PART-NAME IS THE PARTITION FILE THE   *
001430*  PARTITION SELECT CURRENTLY OPENS.                           *
001431*--------------------------------------------------------------*
001432    01  DBL0-PART-NAME               PIC X(20) VALUE SPACES.
001433    01  DBL0-PRT-WRITTEN             PIC 9(02) VALUE 0.
001435    01  DBL0-PART-TABLE.
001436        05  DBL0-PRT-COUNT           PIC S9(04) COMP VALUE 0.
001437        05  DBL0-PRT-SUB             PIC S9(04) COMP VALUE 0.
001438        05  DBL0-PRT-IX              PIC S9(04) COMP VALUE 0.
001439        05  DBL0-PRT-HITS            PIC S9(04) COMP VALUE 0.
001440        05  DBL0-PRT-ENTRY OCCURS 20 TIMES.
001441            10  DBL0-PRT-TAB-NO      PIC X(02).
001442            10  DBL0-PRT-TAB-LOW     PIC X(04).
001443            10  DBL0-PRT-TAB-HIGH    PIC X(04).
001444            10  DBL0-PRT-TAB-STORES  PIC 9(03).
001445            10  DBL0-PRT-TAB-COUNT   PIC 9(07).
001446            10  DBL0-PRT-TAB-HASH    PIC S9(13)V99 SIGN LEADING
001447                                      SEPARATE.
001448*
001449*--------------------------------------------------------------*
001450*  DBL0-VERIFY-WORK - ONE STORE'S PRE-PASS STATE: WHAT WAS     *
001460*  COUNTED AND HASHED VERSUS WHAT ITS TRAILER CLAIMS, PLUS A   *
001470*  TALLY OF RECORDS CARRYING THE WRONG STORE NUMBER (A SIGN    *
001810    0000-MAINLINE.
001820        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830        PERFORM 2000-VERIFY-ALL-STORES THRU 2000-EXIT.
001835        IF DBL0-PRT-COUNT > 0
001836            PERFORM 2500-ASSIGN-PARTITIONS THRU 2500-EXIT
001837        END-IF.
001840        PERFORM 3000-MERGE-ALL-STORES THRU 3000-EXIT.
001845        IF DBL0-PRT-COUNT > 0
001846            PERFORM 3500-SPLIT-PARTITIONS THRU 3500-EXIT
001847        END-IF.
001850        PERFORM 9000-TERMINATE THRU 9000-EXIT.
001860        STOP RUN.
001870*================================================================
001900*  STORE - AN EMPTY COLLECTOR RUN IS A SCHEDULING MISTAKE,
001910*  NOT AN EMPTY DAY.
001920*================================================================
001923    1000-INITIALIZE.
001926        ACCEPT DBL0-START-DATE FROM DATE YYYYMMDD.
001930        ACCEPT DBL0-START-CLOCK FROM TIME.
001931        CALL 'DBL010' USING LS-DBL010-PARMS.
001932        IF NOT LS-DBL010-DATE-OK
001934            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
001935            MOVE 16 TO RETURN-CODE
001937            STOP RUN
001938        END-IF.
001940        MOVE LS-DBL010-BUS-DATE TO DBL0-RUN-DATE.
001950        OPEN OUTPUT DBL-COLLECT-REPORT-FILE.
001960        IF DBL0-RPT-STATUS NOT = '00'
001970            DISPLAY 'FATAL - DBL0RPT OPEN FAILED, STATUS '
002210            MOVE 16 TO RETURN-CODE
002220            STOP RUN
002230        END-IF.
002235        PERFORM 1200-LOAD-PARTITIONS THRU 1200-EXIT.
002240    1000-EXIT.
002250        EXIT.
002260*
002490        MOVE 0 TO DBL0-STR-HASH (DBL0-STR-COUNT).
002500    1100-EXIT.
002510        EXIT.
002511*================================================================
002512*  1200-LOAD-PARTITIONS - THE DBLPRT CARDS, IF ANY. NO FILE MEANS
002513*  THE NIGHT RUNS UNPARTITIONED AND ONLY DBLIN IS WRITTEN. A
002514*  CARD THAT IS NOT A PARTITION 01-20 WITH A LOW STORE NOT ABOVE
002515*  ITS HIGH STORE, OR THAT REPEATS A PARTITION NUMBER, ABENDS -
002516*  A MIS-CARDED SPLIT WOULD SEND A STORE TO THE WRONG STEP OR TO
002517*  NONE.
002518*================================================================
002519    1200-LOAD-PARTITIONS.
002520        OPEN INPUT DBL-PARTITION-FILE.
002521        IF DBL0-PRT-STATUS NOT = '00'
002522            GO TO 1200-EXIT
002523        END-IF.
002524        PERFORM 1210-READ-PARTITION-CARD THRU 1210-EXIT
002525            UNTIL DBL0-PRT-EOF-YES.
002526        CLOSE DBL-PARTITION-FILE.
002527    1200-EXIT.
002528        EXIT.
002529*
002530    1210-READ-PARTITION-CARD.
002531        READ DBL-PARTITION-FILE
002532            AT END
002533                MOVE 'Y' TO DBL0-PRT-EOF-SW
002534                GO TO 1210-EXIT
002535        END-READ.
002536        IF DBL-PARTITION-RECORD = SPACES
002537            GO TO 1210-EXIT
002538        END-IF.
002539        IF DBL-PRT-NO IS NOT NUMERIC
002540                OR DBL-PRT-NO-N < 1 OR DBL-PRT-NO-N > 20
002541                OR DBL-PRT-LOW-STORE = SPACES
002542                OR DBL-PRT-HIGH-STORE = SPACES
002543                OR DBL-PRT-LOW-STORE > DBL-PRT-HIGH-STORE
002544            DISPLAY 'FATAL - DBLPRT CARD INVALID: '
002545                DBL-PARTITION-RECORD
002546            MOVE 16 TO RETURN-CODE
002547            STOP RUN
002548        END-IF.
002549        PERFORM 1220-CHECK-DUPLICATE-PART THRU 1220-EXIT
002550            VARYING DBL0-PRT-SUB FROM 1 BY 1
002551            UNTIL DBL0-PRT-SUB > DBL0-PRT-COUNT.
002552        IF DBL0-PRT-COUNT >= 20
002553            DISPLAY 'FATAL - DBLPRT EXCEEDS 20 PARTITIONS'
002554            MOVE 16 TO RETURN-CODE
002555            STOP RUN
002556        END-IF.
002557        ADD 1 TO DBL0-PRT-COUNT.
002558        MOVE DBL-PRT-NO TO DBL0-PRT-TAB-NO (DBL0-PRT-COUNT).
002559        MOVE DBL-PRT-LOW-STORE
002560            TO DBL0-PRT-TAB-LOW (DBL0-PRT-COUNT).
002561        MOVE DBL-PRT-HIGH-STORE
002562            TO DBL0-PRT-TAB-HIGH (DBL0-PRT-COUNT).
002563        MOVE 0 TO DBL0-PRT-TAB-STORES (DBL0-PRT-COUNT).
002565        MOVE 0 TO DBL0-PRT-TAB-COUNT (DBL0-PRT-COUNT).
002566        MOVE 0 TO DBL0-PRT-TAB-HASH (DBL0-PRT-COUNT).
002567    1210-EXIT.
002568        EXIT.
002570*
002571    1220-CHECK-DUPLICATE-PART.
002572        IF DBL0-PRT-TAB-NO (DBL0-PRT-SUB) = DBL-PRT-NO
002573            DISPLAY 'FATAL - DBLPRT REPEATS PARTITION ' DBL-PRT-NO
002575            MOVE 16 TO RETURN-CODE
002576            STOP RUN
002577        END-IF.
002578    1220-EXIT.
002580        EXIT.
002581*================================================================
002582*  2000-VERIFY-ALL-STORES - EVERY STORE FILE IS OPENED,
002583*  COUNTED, HASHED AND PROVED AGAINST ITS OWN TRAILER BEFORE
002585*  DBLIN IS TOUCHED. ANY FAILURE ABENDS HERE, TONIGHT.
002586*================================================================
002587    2000-VERIFY-ALL-STORES.
002588        PERFORM 2100-VERIFY-ONE-STORE THRU 2100-EXIT
002590            VARYING DBL0-STR-SUB FROM 1 BY 1
002600            UNTIL DBL0-STR-SUB > DBL0-STR-COUNT.
002610    2000-EXIT.
003450        END-IF.
003460    2200-EXIT.
003470        EXIT.
003471*================================================================
003472*  2500-ASSIGN-PARTITIONS - EVERY VERIFIED STORE MUST FALL IN
003473*  EXACTLY ONE PARTITION'S RANGE. A STORE IN NONE WOULD MISS
003474*  THE NIGHT; A STORE IN TWO WOULD BE SCALED TWICE. EITHER
003475*  ABENDS HERE, BEFORE DBLIN OR ANY PARTITION IS WRITTEN. EACH
003476*  PARTITION'S TRAILER FIGURES ARE ITS STORES' PROVEN FIGURES.
003477*================================================================
003478    2500-ASSIGN-PARTITIONS.
003479        PERFORM 2510-ASSIGN-ONE-STORE THRU 2510-EXIT
003480            VARYING DBL0-STR-SUB FROM 1 BY 1
003481            UNTIL DBL0-STR-SUB > DBL0-STR-COUNT.
003482    2500-EXIT.
003483        EXIT.
003484*
003485    2510-ASSIGN-ONE-STORE.
003486        MOVE 0 TO DBL0-PRT-HITS.
003487        MOVE 0 TO DBL0-PRT-IX.
003488        PERFORM 2520-MATCH-ONE-PARTITION THRU 2520-EXIT
003489            VARYING DBL0-PRT-SUB FROM 1 BY 1
003490            UNTIL DBL0-PRT-SUB > DBL0-PRT-COUNT.
003491        IF DBL0-PRT-HITS = 0
003492            DISPLAY 'FATAL - STORE ' DBL0-STR-STORE (DBL0-STR-SUB)
003493                ' IS IN NO DBLPRT PARTITION'
003494            MOVE 16 TO RETURN-CODE
003495            STOP RUN
003496        END-IF.
003497        IF DBL0-PRT-HITS > 1
003498            DISPLAY 'FATAL - STORE ' DBL0-STR-STORE (DBL0-STR-SUB)
003499                ' IS IN MORE THAN ONE DBLPRT PARTITION'
003500            MOVE 16 TO RETURN-CODE
003501            STOP RUN
003502        END-IF.
003503        MOVE DBL0-PRT-IX TO DBL0-STR-PART (DBL0-STR-SUB).
003504        ADD 1 TO DBL0-PRT-TAB-STORES (DBL0-PRT-IX).
003505        ADD DBL0-STR-REC-COUNT (DBL0-STR-SUB)
003506            TO DBL0-PRT-TAB-COUNT (DBL0-PRT-IX).
003507        ADD DBL0-STR-HASH (DBL0-STR-SUB)
003508            TO DBL0-PRT-TAB-HASH (DBL0-PRT-IX).
003509    2510-EXIT.
003510        EXIT.
003511*
003512    2520-MATCH-ONE-PARTITION.
003513        IF DBL0-STR-STORE (DBL0-STR-SUB)
003514                NOT < DBL0-PRT-TAB-LOW (DBL0-PRT-SUB)
003515                AND DBL0-STR-STORE (DBL0-STR-SUB)
003516                NOT > DBL0-PRT-TAB-HIGH (DBL0-PRT-SUB)
003517            ADD 1 TO DBL0-PRT-HITS
003518            MOVE DBL0-PRT-SUB TO DBL0-PRT-IX
003519        END-IF.
003520    2520-EXIT.
003521        EXIT.
003522*================================================================
003524*  3000-MERGE-ALL-STORES - EVERY STORE IS PROVEN, SO WRITE THE
003525*  CONSOLIDATED DBLIN: EACH STORE'S DATA RECORDS (TRAILERS
003527*  DROPPED) AND ONE CONSOLIDATED TRAILER. IF THIS PASS DIES
003528*  PART-WAY THE MERGED FILE HAS NO TRAILER AND DBL100'S OWN
003530*  PRE-PASS REFUSES IT - THE 06:00 RUN STAYS PROTECTED.
003540*================================================================
003550    3000-MERGE-ALL-STORES.
003670        MOVE 'TRAILER ' TO DBL0-MRG-TRL-ID.
003680        MOVE DBL0-TOTAL-COUNT TO DBL0-MRG-TRL-COUNT.
003690        MOVE DBL0-TOTAL-HASH TO DBL0-MRG-TRL-HASH.
003695        MOVE DBL0-RUN-DATE TO DBL0-MRG-TRL-BUS-DATE.
003700        WRITE DBL-MERGED-INPUT-RECORD.
003710        CLOSE DBL-MERGED-INPUT-FILE.
003720    3000-EXIT.
004020        MOVE DBL-STORE-INPUT-RECORD TO DBL-MERGED-INPUT-RECORD.
004030        WRITE DBL-MERGED-INPUT-RECORD.
004040    3200-EXIT.
004041        EXIT.
004042*================================================================
004043*  3500-SPLIT-PARTITIONS - DBLIN IS WRITTEN WHOLE FOR DBL400,
004044*  THEN EACH PARTITION GETS ITS OWN FILE (DBLIN01, DBLIN02, ...)
004045*  FOR ITS DBL100 STEP: THE DATA RECORDS OF ITS STORES AND ITS
004047*  OWN TRAILER, STAMPED WITH THE BUSINESS DATE AND THE
004048*  PARTITION NUMBER. A PARTITION WITH NO STORES TONIGHT STILL
004049*  GETS A FILE WITH A ZERO TRAILER, SO ITS STEP RUNS CLEAN AND
004050*  THE MERGE FINDS EVERY PARTITION IT EXPECTS. A PARTITION FILE
004051*  CUT SHORT HAS NO TRAILER AND ITS DBL100 STEP REFUSES IT.
004052*================================================================
004054    3500-SPLIT-PARTITIONS.
004055        MOVE SPACES TO DBL0-REPORT-LINE.
004056        WRITE DBL0-REPORT-LINE.
004057        PERFORM 3600-WRITE-ONE-PARTITION THRU 3600-EXIT
004058            VARYING DBL0-PRT-SUB FROM 1 BY 1
004059            UNTIL DBL0-PRT-SUB > DBL0-PRT-COUNT.
004061    3500-EXIT.
004062        EXIT.
004063*
004064    3600-WRITE-ONE-PARTITION.
004065        MOVE SPACES TO DBL0-PART-NAME.
004067        STRING 'DBLIN' DBL0-PRT-TAB-NO (DBL0-PRT-SUB)
004068            DELIMITED BY SIZE INTO DBL0-PART-NAME.
004069        OPEN OUTPUT DBL-PARTITION-INPUT-FILE.
004070        IF DBL0-PIN-STATUS NOT = '00'
004071            DISPLAY 'FATAL - PARTITION FILE ' DBL0-PART-NAME
004072                ' OPEN FAILED, STATUS ' DBL0-PIN-STATUS
004074            MOVE 16 TO RETURN-CODE
004075            STOP RUN
004076        END-IF.
004077        PERFORM 3700-SPLIT-ONE-STORE THRU 3700-EXIT
004078            VARYING DBL0-STR-SUB FROM 1 BY 1
004079            UNTIL DBL0-STR-SUB > DBL0-STR-COUNT.
004081        MOVE SPACES TO DBL-PARTITION-INPUT-RECORD.
004082        MOVE 'TRAILER ' TO DBL0-PIN-TRL-ID.
004083        MOVE DBL0-PRT-TAB-COUNT (DBL0-PRT-SUB)
004084            TO DBL0-PIN-TRL-COUNT.
004085        MOVE DBL0-PRT-TAB-HASH (DBL0-PRT-SUB)
004087            TO DBL0-PIN-TRL-HASH.
004088        MOVE DBL0-RUN-DATE TO DBL0-PIN-TRL-BUS-DATE.
004089        MOVE DBL0-PRT-TAB-NO (DBL0-PRT-SUB) TO DBL0-PIN-TRL-PART.
004090        WRITE DBL-PARTITION-INPUT-RECORD.
004091        CLOSE DBL-PARTITION-INPUT-FILE.
004092        MOVE SPACES TO DBL0-REPORT-LINE.
004093        STRING 'PARTITION ' DBL0-PRT-TAB-NO (DBL0-PRT-SUB)
004094            ' STORES ' DBL0-PRT-TAB-LOW (DBL0-PRT-SUB)
004095            '-' DBL0-PRT-TAB-HIGH (DBL0-PRT-SUB)
004096            ' (' DBL0-PRT-TAB-STORES (DBL0-PRT-SUB) ')'
004097            ' COUNT ' DBL0-PRT-TAB-COUNT (DBL0-PRT-SUB)
004098            ' HASH ' DBL0-PRT-TAB-HASH (DBL0-PRT-SUB)
004099            DELIMITED BY SIZE INTO DBL0-REPORT-LINE.
004100        WRITE DBL0-REPORT-LINE.
004101    3600-EXIT.
004102        EXIT.
004103*
004104    3700-SPLIT-ONE-STORE.
004105        IF DBL0-STR-PART (DBL0-STR-SUB) NOT = DBL0-PRT-SUB
004106            GO TO 3700-EXIT
004107        END-IF.
004108        MOVE DBL0-STR-FILE (DBL0-STR-SUB) TO DBL0-STORE-NAME.
004109        MOVE 'N' TO DBL0-SIN-EOF-SW.
004110        OPEN INPUT DBL-STORE-INPUT-FILE.
004111        IF DBL0-SIN-STATUS NOT = '00'
004112            DISPLAY 'FATAL - STORE FILE ' DBL0-STORE-NAME
004113                ' OPEN FAILED, STATUS ' DBL0-SIN-STATUS
004114            MOVE 16 TO RETURN-CODE
004115            STOP RUN
004116        END-IF.
004117        PERFORM 3800-COPY-PARTITION-RECORD THRU 3800-EXIT
004118            UNTIL DBL0-SIN-EOF-YES.
004119        CLOSE DBL-STORE-INPUT-FILE.
004120    3700-EXIT.
004121        EXIT.
004122*
004123    3800-COPY-PARTITION-RECORD.
004124        READ DBL-STORE-INPUT-FILE
004125            AT END
004126                MOVE 'Y' TO DBL0-SIN-EOF-SW
004127                GO TO 3800-EXIT
004128        END-READ.
004129        IF DBL0-SIN-IS-TRAILER
004130            GO TO 3800-EXIT
004131        END-IF.
004132        MOVE DBL-STORE-INPUT-RECORD TO DBL-PARTITION-INPUT-RECORD.
004133        WRITE DBL-PARTITION-INPUT-RECORD.
004134    3800-EXIT.
004135        EXIT.
004136*================================================================
004138*  9000-TERMINATE - CONSOLIDATED TOTALS ON THE REPORT AND THE
004139*  CONSOLE.
004141*================================================================
004142    9000-TERMINATE.
004144        MOVE SPACES TO DBL0-REPORT-LINE.
004145        WRITE DBL0-REPORT-LINE.
004147        MOVE SPACES TO DBL0-REPORT-LINE.
004148        STRING 'CONSOLIDATED COUNT  . . : ' DBL0-TOTAL-COUNT
004150            DELIMITED BY SIZE INTO DBL0-REPORT-LINE.
004160        WRITE DBL0-REPORT-LINE.
004170        MOVE SPACES TO DBL0-REPORT-LINE.
004180        STRING 'CONSOLIDATED HASH . . . : ' DBL0-TOTAL-HASH
004190            DELIMITED BY SIZE INTO DBL0-REPORT-LINE.
004192        WRITE DBL0-REPORT-LINE.
004194        PERFORM 9300-STAMP-MANIFEST THRU 9300-EXIT.
004197        IF DBL0-PRT-COUNT > 0
004199            MOVE DBL0-PRT-COUNT TO DBL0-PRT-WRITTEN
004202            MOVE SPACES TO DBL0-REPORT-LINE
004203            STRING 'PARTITIONS WRITTEN  . . : ' DBL0-PRT-WRITTEN
004204                DELIMITED BY SIZE INTO DBL0-REPORT-LINE
004205            WRITE DBL0-REPORT-LINE
004206        END-IF.
004210        CLOSE DBL-COLLECT-REPORT-FILE.
004220        DISPLAY 'STORES MERGED . . . . . : ' DBL0-STR-COUNT.
004225        IF DBL0-PRT-COUNT > 0
004226            DISPLAY 'PARTITIONS WRITTEN  . . : ' DBL0-PRT-COUNT
004227        END-IF.
004230        DISPLAY 'CONSOLIDATED COUNT  . . : ' DBL0-TOTAL-COUNT.
004240        DISPLAY 'CONSOLIDATED HASH . . . : ' DBL0-TOTAL-HASH.
004250        DISPLAY 'DBL050 PROCESSING COMPLETE'.
004260    9000-EXIT.
004270        EXIT.
004280*================================================================
004290*  9300-STAMP-MANIFEST - A COMPLETED COLLECTION GOES ON THE
004300*  MANIFEST WITH THE CONSOLIDATED COUNT. NOTHING DOWNSTREAM
004310*  WAITS ON IT; IT IS THERE FOR THE BATCH-WINDOW BOARD. STATUS
004320*  05 IS THE FIRST-EVER RUN CREATING THE MANIFEST.
004330*================================================================
004340    9300-STAMP-MANIFEST.
004350        OPEN EXTEND DBL-MANIFEST-FILE.
004360        IF DBL0-MAN-STATUS NOT = '00'
004370                AND DBL0-MAN-STATUS NOT = '05'
004380            DISPLAY 'FATAL - DBLMAN OPEN FAILED, STATUS '
004390                DBL0-MAN-STATUS
004400            MOVE 16 TO RETURN-CODE
004410            STOP RUN
004420        END-IF.
004430        MOVE 'DBL050  ' TO DBL-MAN-PROGRAM.
004440        MOVE DBL0-RUN-DATE TO DBL-MAN-RUN-DATE.
004450        MOVE RETURN-CODE TO DBL-MAN-RETURN-CODE.
004460        ACCEPT DBL-MAN-FINISH-DATE FROM DATE YYYYMMDD.
004470        ACCEPT DBL0-STAMP-CLOCK FROM TIME.
004480        MOVE DBL0-STAMP-CLOCK (1:6) TO DBL-MAN-FINISH-TIME.
004490        MOVE DBL0-START-DATE TO DBL-MAN-START-DATE.
004500        MOVE DBL0-START-CLOCK (1:6) TO DBL-MAN-START-TIME.
004510        MOVE DBL0-TOTAL-COUNT TO DBL-MAN-REC-COUNT.
004520        WRITE DBL-MANIFEST-RECORD.
004530        CLOSE DBL-MANIFEST-FILE.
004540    9300-EXIT.
004550        EXIT.
