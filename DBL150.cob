000010    IDENTIFICATION DIVISION.
000020    PROGRAM-ID. DBL150.
000030    AUTHOR. R JENNINGS.
000040    INSTALLATION. ORDER ENTRY SYSTEMS.
000050    DATE-WRITTEN. 10/15/2026.
000060    DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100*  DATE       BY   DESCRIPTION                                 *
000110*  ---------- ---- ------------------------------------------- *
000120*  10/15/2026 RJ   ORIGINAL VERSION. PARTITION MERGE FOR THE   *
000130*                  PARTITIONED DBL100 NIGHT. DBL050 SPLITS THE *
000140*                  DAY BY THE DBLPRT STORE RANGES AND ONE      *
000150*                  DBL100 STEP (PARM BATCH PART=NN) RUNS PER   *
000160*                  PARTITION, SIDE BY SIDE. THIS STEP PUTS     *
000170*                  THEM BACK TOGETHER: EVERY CARDED PARTITION  *
000180*                  MUST HAVE A CLEAN DBL100NN MANIFEST STAMP   *
000190*                  FOR THE BUSINESS DATE, A DBLRPTNN SUMMARY   *
000200*                  FROM THAT SAME RUN AND A DBLOUTNN HOLDING   *
000210*                  EXACTLY THE LINES IT REPORTS. ONE MISSING,  *
000220*                  FAILED OR STALE PARTITION REFUSES THE WHOLE *
000230*                  MERGE (RC 24) AND NOTHING IS WRITTEN. A     *
000240*                  CLEAN MERGE WRITES THE SINGLE DBLOUT,       *
000250*                  DBLAUD AND DBLRPT (IN DBL100'S OWN SUMMARY  *
000260*                  LAYOUT) THAT DBL300, DBL400 AND DBL500      *
000270*                  EXPECT, AND STAMPS DBL150 ON THE MANIFEST   *
000272*                  IN DBL100'S PLACE.                          *
000274*  10/15/2026 RJ   EACH PARTITION'S FACTOR LINES NOW CARRY THE *
000276*                  TIER-SPLIT AND CAPPED COUNTS DBL100 PRINTS  *
000278*                  AFTER THE LINE COUNT; THEY ARE ROLLED INTO  *
000280*                  THE MERGED DBLRPT WITH THE LINES. THE       *
000282*                  DBLAUD RECORD IS ONE BYTE WIDER FOR THE     *
000285*                  PROMO RULE.                                 *
000286*  10/15/2026 RJ   THE DBLMAN STAMP NOW CARRIES THIS STEP'S    *
000287*                  START DATE AND TIME, AND ITS FINISH TIME IS *
000288*                  TAKEN AS HHMMSS (IT WAS BEING CUT TO        *
000289*                  MMSSHH), FOR THE DBL980 BATCH-WINDOW STATUS *
000290*                  BOARD.                                      *
000295*--------------------------------------------------------------*
000300*
000310    ENVIRONMENT DIVISION.
000320    CONFIGURATION SECTION.
000330    SOURCE-COMPUTER. IBM-370.
000340    OBJECT-COMPUTER. IBM-370.
000350    INPUT-OUTPUT SECTION.
000360    FILE-CONTROL.
000370        SELECT OPTIONAL DBL-PARTITION-FILE ASSIGN TO DBLPRT
000380            ORGANIZATION IS LINE SEQUENTIAL
000390            FILE STATUS IS DBL15-PRT-STATUS.
000400        SELECT OPTIONAL DBL-MANIFEST-FILE ASSIGN TO DBLMAN
000410            ORGANIZATION IS LINE SEQUENTIAL
000420            FILE STATUS IS DBL15-MAN-STATUS.
000430*       THE PARTITION FILES (DBLRPT01, DBLOUT01, DBLAUD01, ...)
000440*       ARE NAMED AT RUN TIME AND RESOLVE THROUGH THE ENVIRONMENT
000450*       THE SAME WAY A FIXED ASSIGN WOULD.
000460        SELECT OPTIONAL DBL-PART-REPORT-FILE
000470            ASSIGN TO DBL15-PART-RPT-NAME
000480            ORGANIZATION IS LINE SEQUENTIAL
000490            FILE STATUS IS DBL15-PRP-STATUS.
000500        SELECT OPTIONAL DBL-PART-OUTPUT-FILE
000510            ASSIGN TO DBL15-PART-OUT-NAME
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS IS DBL15-POU-STATUS.
000540        SELECT OPTIONAL DBL-PART-AUDIT-FILE
000550            ASSIGN TO DBL15-PART-AUD-NAME
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS IS DBL15-PAU-STATUS.
000580        SELECT DBL-OUTPUT-FILE ASSIGN TO DBLOUT
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS DBL15-OUT-STATUS.
000610        SELECT DBL-AUDIT-FILE ASSIGN TO DBLAUD
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS DBL15-AUD-STATUS.
000640        SELECT DBL-RUN-REPORT-FILE ASSIGN TO DBLRPT
000650            ORGANIZATION IS LINE SEQUENTIAL
000660            FILE STATUS IS DBL15-RPT-STATUS.
000670        SELECT DBL-MERGE-REPORT-FILE ASSIGN TO DBL15RPT
000680            ORGANIZATION IS LINE SEQUENTIAL
000690            FILE STATUS IS DBL15-MRP-STATUS.
000700*
000710    DATA DIVISION.
000720    FILE SECTION.
000730*--------------------------------------------------------------*
000740*  DBL-PARTITION-FILE - THE DBLPRT PARTITION CARDS: EVERY CARD  *
000750*  IS A PARTITION THE MERGE EXPECTS.                            *
000760*--------------------------------------------------------------*
000770    FD  DBL-PARTITION-FILE
000780        RECORD CONTAINS 10 CHARACTERS.
000790        COPY DBLPRTR.
000800*--------------------------------------------------------------*
000810*  DBL-MANIFEST-FILE - THE SHARED RUN MANIFEST: READ FOR THE    *
000820*  PARTITION STEPS' STAMPS, THEN STAMPED WITH THIS JOB'S        *
000830*  VERDICT.                                                     *
000840*--------------------------------------------------------------*
000850    FD  DBL-MANIFEST-FILE
000860        RECORD CONTAINS 53 CHARACTERS.
000870        COPY DBLMANR.
000880*--------------------------------------------------------------*
000890*  DBL-PART-REPORT-FILE - ONE PARTITION STEP'S DBLRPT SUMMARY.  *
000900*  EACH LINE IS A 26-BYTE LABEL AND ITS VALUE, IN DBL100'S      *
000910*  9000-TERMINATE LAYOUT; THE VIEWS BELOW PICK THE VALUE UP AS  *
000920*  A COUNT, AN EDITED AMOUNT OR AN EDITED FACTOR, AND THE LAST  *
000930*  VIEW IS A 'FACTOR 99.99 ON 9999999 LINES, 9999999 TIER       *
000931*  SPLIT, 9999999 CAPPED' LINE. A STEP THAT PRINTED THE LINE    *
000932*  COUNT ALONE LEAVES THE LAST TWO COUNTS BLANK.                *
000940*--------------------------------------------------------------*
000950    FD  DBL-PART-REPORT-FILE
000960        RECORD CONTAINS 80 CHARACTERS.
000970    01  DBL15-PRP-LINE               PIC X(80).
000980    01  DBL15-PRP-COUNT-VIEW.
000990        05  DBL15-PRP-LABEL          PIC X(26).
001000        05  DBL15-PRP-COUNT          PIC 9(07).
001010        05  FILLER                   PIC X(47).
001020    01  DBL15-PRP-AMOUNT-VIEW.
001030        05  FILLER                   PIC X(26).
001040        05  DBL15-PRP-AMOUNT         PIC -99999999999.99.
001050        05  FILLER                   PIC X(39).
001060    01  DBL15-PRP-DEFAULT-VIEW.
001070        05  FILLER                   PIC X(26).
001080        05  DBL15-PRP-DEFAULT        PIC 99.99.
001090        05  FILLER                   PIC X(49).
001100    01  DBL15-PRP-FACTOR-VIEW.
001110        05  DBL15-PRP-FAC-TAG        PIC X(07).
001120        05  DBL15-PRP-FAC-FACTOR     PIC 99.99.
001130        05  FILLER                   PIC X(04).
001140        05  DBL15-PRP-FAC-LINES      PIC 9(07).
001141        05  FILLER                   PIC X(08).
001142        05  DBL15-PRP-FAC-TIERED     PIC 9(07).
001143        05  FILLER                   PIC X(13).
001144        05  DBL15-PRP-FAC-CAPPED     PIC 9(07).
001150        05  FILLER                   PIC X(22).
001160*--------------------------------------------------------------*
001170*  DBL-PART-OUTPUT-FILE / DBL-PART-AUDIT-FILE - ONE PARTITION'S *
001180*  DBLOUT AND DBLAUD, COPIED THROUGH WHOLE (SHARED DBL1REC AND  *
001190*  DBLAUDR LAYOUTS).                                            *
001200*--------------------------------------------------------------*
001210    FD  DBL-PART-OUTPUT-FILE
001220        RECORD CONTAINS 55 CHARACTERS.
001230    01  DBL15-POU-RECORD             PIC X(55).
001240*
001250    FD  DBL-PART-AUDIT-FILE
001260        RECORD CONTAINS 74 CHARACTERS.
001270    01  DBL15-PAU-RECORD             PIC X(74).
001280*--------------------------------------------------------------*
001290*  DBL-OUTPUT-FILE / DBL-AUDIT-FILE - THE MERGED NIGHT, ONE     *
001300*  PARTITION AFTER ANOTHER IN PARTITION CARD ORDER.             *
001310*--------------------------------------------------------------*
001320    FD  DBL-OUTPUT-FILE
001330        RECORD CONTAINS 55 CHARACTERS.
001340    01  DBL15-OUT-RECORD             PIC X(55).
001350*
001360    FD  DBL-AUDIT-FILE
001370        RECORD CONTAINS 74 CHARACTERS.
001380    01  DBL15-AUD-RECORD             PIC X(74).
001390*--------------------------------------------------------------*
001400*  DBL-RUN-REPORT-FILE - THE MERGED RUN SUMMARY, LINE FOR LINE  *
001410*  THE LAYOUT DBL100 WRITES, SO DBL400 BALANCES A PARTITIONED   *
001420*  NIGHT EXACTLY AS IT BALANCES A SINGLE RUN.                   *
001430*--------------------------------------------------------------*
001440    FD  DBL-RUN-REPORT-FILE
001450        RECORD CONTAINS 80 CHARACTERS.
001460    01  DBL15-RPT-LINE               PIC X(80).
001470*--------------------------------------------------------------*
001480*  DBL-MERGE-REPORT-FILE - THE MERGE CONTROL REPORT: ONE LINE   *
001490*  PER PARTITION WITH ITS VERDICT, THEN THE MERGED TOTALS.      *
001500*--------------------------------------------------------------*
001510    FD  DBL-MERGE-REPORT-FILE
001520        RECORD CONTAINS 80 CHARACTERS.
001530    01  DBL15-REPORT-LINE            PIC X(80).
001540*
001550    WORKING-STORAGE SECTION.
001560    01  DBL15-SWITCHES.
001570        05  DBL15-PRT-EOF-SW         PIC X(01) VALUE 'N'.
001580            88  DBL15-PRT-EOF-YES               VALUE 'Y'.
001590        05  DBL15-MAN-EOF-SW         PIC X(01) VALUE 'N'.
001600            88  DBL15-MAN-EOF-YES               VALUE 'Y'.
001610        05  DBL15-PRP-EOF-SW         PIC X(01) VALUE 'N'.
001620            88  DBL15-PRP-EOF-YES               VALUE 'Y'.
001630        05  DBL15-POU-EOF-SW         PIC X(01) VALUE 'N'.
001640            88  DBL15-POU-EOF-YES               VALUE 'Y'.
001650        05  DBL15-PAU-EOF-SW         PIC X(01) VALUE 'N'.
001660            88  DBL15-PAU-EOF-YES               VALUE 'Y'.
001670        05  DBL15-MERGE-SW           PIC X(01) VALUE 'Y'.
001680            88  DBL15-MERGE-CLEAN               VALUE 'Y'.
001690            88  DBL15-MERGE-REFUSED             VALUE 'N'.
001700*
001710    01  DBL15-FILE-STATUSES.
001720        05  DBL15-PRT-STATUS         PIC X(02) VALUE SPACES.
001730        05  DBL15-MAN-STATUS         PIC X(02) VALUE SPACES.
001740        05  DBL15-PRP-STATUS         PIC X(02) VALUE SPACES.
001750        05  DBL15-POU-STATUS         PIC X(02) VALUE SPACES.
001760        05  DBL15-PAU-STATUS         PIC X(02) VALUE SPACES.
001770        05  DBL15-OUT-STATUS         PIC X(02) VALUE SPACES.
001780        05  DBL15-AUD-STATUS         PIC X(02) VALUE SPACES.
001790        05  DBL15-RPT-STATUS         PIC X(02) VALUE SPACES.
001800        05  DBL15-MRP-STATUS         PIC X(02) VALUE SPACES.
001810*
001811    01  DBL15-RUN-DATE               PIC 9(08) VALUE 0.
001812*
001813*--------------------------------------------------------------*
001814*  DBL15-RUN-CLOCK - WHEN THIS STEP STARTED, AND THE           *
001815*  CLOCK AT THE MANIFEST STAMP. THE CLOCK READS HHMMSSHH; THE  *
001816*  STAMP KEEPS HHMMSS.                                         *
001817*--------------------------------------------------------------*
001818    01  DBL15-RUN-CLOCK.
001819        05  DBL15-START-DATE         PIC 9(08) VALUE 0.
001820        05  DBL15-START-CLOCK        PIC 9(08) VALUE 0.
001825        05  DBL15-STAMP-CLOCK        PIC 9(08) VALUE 0.
001830*
001840*--------------------------------------------------------------*
001850*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001860*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001870*--------------------------------------------------------------*
001880    COPY DBLDPARM.
001890*
001900*--------------------------------------------------------------*
001910*  DBL15-PART-NAMES - THE FILES OF THE PARTITION BEING READ.   *
001920*--------------------------------------------------------------*
001930    01  DBL15-PART-NAMES.
001940        05  DBL15-PART-RPT-NAME      PIC X(20) VALUE SPACES.
001950        05  DBL15-PART-OUT-NAME      PIC X(20) VALUE SPACES.
001960        05  DBL15-PART-AUD-NAME      PIC X(20) VALUE SPACES.
001970*
001980    01  DBL15-MAN-PROGRAM            PIC X(08) VALUE SPACES.
001990    01  DBL15-REASON                 PIC X(40) VALUE SPACES.
002000    01  DBL15-STAMP-RC               PIC 9(02) VALUE 0.
002010    01  DBL15-STAMP-COUNT            PIC 9(07) VALUE 0.
002020*
002030*--------------------------------------------------------------*
002040*  DBL15-PART-TABLE - ONE ENTRY PER DBLPRT CARD: THE LATEST     *
002050*  MANIFEST STAMP ITS DBL100 STEP LEFT FOR THE BUSINESS DATE,   *
002060*  THE FIGURES ITS DBLRPT REPORTS AND THE LINES ITS DBLOUT      *
002070*  ACTUALLY HOLDS.                                              *
002080*--------------------------------------------------------------*
002090    01  DBL15-PART-TABLE.
002100        05  DBL15-PRT-COUNT          PIC S9(04) COMP VALUE 0.
002110        05  DBL15-PRT-SUB            PIC S9(04) COMP VALUE 0.
002120        05  DBL15-PRT-IX             PIC S9(04) COMP VALUE 0.
002130        05  DBL15-PRT-ENTRY OCCURS 20 TIMES.
002140            10  DBL15-TAB-NO         PIC X(02).
002150            10  DBL15-TAB-LOW        PIC X(04).
002160            10  DBL15-TAB-HIGH       PIC X(04).
002170            10  DBL15-TAB-MAN-SW     PIC X(01).
002180                88  DBL15-TAB-MAN-FOUND         VALUE 'Y'.
002190            10  DBL15-TAB-MAN-RC     PIC 9(02).
002200            10  DBL15-TAB-MAN-COUNT  PIC 9(07).
002210            10  DBL15-TAB-RPT-LINES  PIC 9(07).
002220            10  DBL15-TAB-DEFAULT    PIC 9(02)V99.
002230            10  DBL15-TAB-OUT-COUNT  PIC 9(07).
002240*
002250*--------------------------------------------------------------*
002260*  DBL15-TOTALS - THE MERGED RUN SUMMARY, ACCUMULATED FROM      *
002270*  EVERY PARTITION'S DBLRPT.                                    *
002280*--------------------------------------------------------------*
002290    01  DBL15-TOTALS.
002300        05  DBL15-DEFAULT-FACTOR     PIC 9(02)V99 VALUE 0.
002310        05  DBL15-COUNT-PROCESSED    PIC 9(07) VALUE 0.
002320        05  DBL15-COUNT-OVERFLOW     PIC 9(07) VALUE 0.
002330        05  DBL15-COUNT-DUPLICATE    PIC 9(07) VALUE 0.
002340        05  DBL15-COUNT-HELD         PIC 9(07) VALUE 0.
002350        05  DBL15-COUNT-RELEASED     PIC 9(07) VALUE 0.
002360        05  DBL15-SUM-BEFORE         PIC S9(11)V99 SIGN LEADING
002370                                     SEPARATE VALUE 0.
002380        05  DBL15-SUM-AFTER          PIC S9(11)V99 SIGN LEADING
002390                                     SEPARATE VALUE 0.
002400        05  DBL15-COUNT-OUT          PIC 9(07) VALUE 0.
002410        05  DBL15-COUNT-AUD          PIC 9(07) VALUE 0.
002420        05  DBL15-COUNT-REFUSED      PIC 9(02) VALUE 0.
002430*
002440*--------------------------------------------------------------*
002450*  DBL15-FACTOR-USAGE - THE PARTITIONS' "FACTORS APPLIED" LINES *
002460*  ROLLED TOGETHER, ONE SLOT PER DISTINCT FACTOR, THE SAME 20   *
002470*  SLOTS DBL100 ITSELF KEEPS.                                   *
002480*--------------------------------------------------------------*
002490    01  DBL15-FACTOR-USAGE.
002500        05  DBL15-FAC-COUNT          PIC S9(04) COMP VALUE 0.
002510        05  DBL15-FAC-SUB            PIC S9(04) COMP VALUE 0.
002520        05  DBL15-FAC-IX             PIC S9(04) COMP VALUE 0.
002530        05  DBL15-FAC-ENTRY OCCURS 20 TIMES.
002540            10  DBL15-FAC-FACTOR     PIC 9(02)V99.
002550            10  DBL15-FAC-LINES      PIC 9(07).
002551            10  DBL15-FAC-TIERED     PIC 9(07).
002552            10  DBL15-FAC-CAPPED     PIC 9(07).
002560*
002570    01  DBL15-DISPLAY-EDIT.
002580        05  DBL15-SUM-BEFORE-ED      PIC -99999999999.99.
002590        05  DBL15-SUM-AFTER-ED       PIC -99999999999.99.
002600        05  DBL15-FACTOR-ED          PIC 99.99.
002610        05  DBL15-WORK-AMOUNT        PIC S9(11)V99 VALUE 0.
002620        05  DBL15-WORK-FACTOR        PIC 9(02)V99 VALUE 0.
002630*
002640    PROCEDURE DIVISION.
002650*================================================================
002660*  0000-MAINLINE - PROVE EVERY PARTITION FIRST; ONLY A NIGHT
002670*  WHOSE PARTITIONS ARE ALL PRESENT AND CLEAN IS MERGED.
002680*================================================================
002690    0000-MAINLINE.
002700        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710        PERFORM 2000-VERIFY-PARTITION THRU 2000-EXIT
002720            VARYING DBL15-PRT-SUB FROM 1 BY 1
002730            UNTIL DBL15-PRT-SUB > DBL15-PRT-COUNT.
002740        IF DBL15-MERGE-REFUSED
002750            PERFORM 8000-REFUSE-MERGE THRU 8000-EXIT
002760        END-IF.
002770        PERFORM 3000-MERGE-PARTITIONS THRU 3000-EXIT.
002780        PERFORM 4000-WRITE-RUN-REPORT THRU 4000-EXIT.
002790        PERFORM 9000-TERMINATE THRU 9000-EXIT.
002800        STOP RUN.
002810*================================================================
002820*  1000-INITIALIZE - BUSINESS DATE, CONTROL REPORT, PARTITION
002830*  CARDS AND THE PARTITION STEPS' MANIFEST STAMPS.
002840*================================================================
002843    1000-INITIALIZE.
002846        ACCEPT DBL15-START-DATE FROM DATE YYYYMMDD.
002850        ACCEPT DBL15-START-CLOCK FROM TIME.
002860        CALL 'DBL010' USING LS-DBL010-PARMS.
002870        IF NOT LS-DBL010-DATE-OK
002880            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
002890            MOVE 16 TO RETURN-CODE
002900            STOP RUN
002910        END-IF.
002920        MOVE LS-DBL010-BUS-DATE TO DBL15-RUN-DATE.
002930        OPEN OUTPUT DBL-MERGE-REPORT-FILE.
002940        IF DBL15-MRP-STATUS NOT = '00'
002950            DISPLAY 'FATAL - DBL15RPT OPEN FAILED, STATUS '
002960                DBL15-MRP-STATUS
002970            MOVE 16 TO RETURN-CODE
002980            STOP RUN
002990        END-IF.
003000        MOVE SPACES TO DBL15-REPORT-LINE.
003010        STRING 'DBL150 PARTITION MERGE FOR BUSINESS DATE '
003020            DBL15-RUN-DATE
003030            DELIMITED BY SIZE INTO DBL15-REPORT-LINE.
003040        WRITE DBL15-REPORT-LINE.
003050        MOVE SPACES TO DBL15-REPORT-LINE.
003060        WRITE DBL15-REPORT-LINE.
003070        PERFORM 1100-LOAD-PARTITIONS THRU 1100-EXIT.
003080        PERFORM 1200-SCAN-MANIFEST THRU 1200-EXIT.
003090    1000-EXIT.
003100        EXIT.
003110*================================================================
003120*  1100-LOAD-PARTITIONS - EVERY DBLPRT CARD IS A PARTITION THE
003130*  MERGE EXPECTS. DBL050 HAS ALREADY PROVEN THE RANGES; A CARD
003140*  THIS STEP CANNOT NAME A PARTITION FROM IS STILL FATAL. NO
003150*  DBLPRT, OR NO CARDS ON IT, MEANS THE NIGHT WAS NOT
003160*  PARTITIONED AND THERE IS NOTHING TO MERGE.
003170*================================================================
003180    1100-LOAD-PARTITIONS.
003190        OPEN INPUT DBL-PARTITION-FILE.
003200        IF DBL15-PRT-STATUS = '00'
003210            PERFORM 1110-READ-PARTITION-CARD THRU 1110-EXIT
003220                UNTIL DBL15-PRT-EOF-YES
003230            CLOSE DBL-PARTITION-FILE
003240        END-IF.
003250        IF DBL15-PRT-COUNT = 0
003260            DISPLAY 'FATAL - NO DBLPRT PARTITIONS TO MERGE'
003270            MOVE 16 TO RETURN-CODE
003280            STOP RUN
003290        END-IF.
003300    1100-EXIT.
003310        EXIT.
003320*
003330    1110-READ-PARTITION-CARD.
003340        READ DBL-PARTITION-FILE
003350            AT END
003360                MOVE 'Y' TO DBL15-PRT-EOF-SW
003370                GO TO 1110-EXIT
003380        END-READ.
003390        IF DBL-PARTITION-RECORD = SPACES
003400            GO TO 1110-EXIT
003410        END-IF.
003420        IF DBL-PRT-NO IS NOT NUMERIC
003430                OR DBL-PRT-NO-N < 1
003440                OR DBL-PRT-NO-N > 20
003450            DISPLAY 'FATAL - BAD DBLPRT PARTITION CARD: '
003460                DBL-PARTITION-RECORD
003470            MOVE 16 TO RETURN-CODE
003480            STOP RUN
003490        END-IF.
003500        IF DBL15-PRT-COUNT >= 20
003510            DISPLAY 'FATAL - DBLPRT EXCEEDS 20 PARTITIONS'
003520            MOVE 16 TO RETURN-CODE
003530            STOP RUN
003540        END-IF.
003550        ADD 1 TO DBL15-PRT-COUNT.
003560        MOVE DBL-PRT-NO TO DBL15-TAB-NO (DBL15-PRT-COUNT).
003570        MOVE DBL-PRT-LOW-STORE TO DBL15-TAB-LOW (DBL15-PRT-COUNT).
003580        MOVE DBL-PRT-HIGH-STORE
003590            TO DBL15-TAB-HIGH (DBL15-PRT-COUNT).
003600        MOVE 'N' TO DBL15-TAB-MAN-SW (DBL15-PRT-COUNT).
003610        MOVE 0 TO DBL15-TAB-MAN-RC (DBL15-PRT-COUNT)
003620            DBL15-TAB-MAN-COUNT (DBL15-PRT-COUNT)
003630            DBL15-TAB-RPT-LINES (DBL15-PRT-COUNT)
003640            DBL15-TAB-DEFAULT (DBL15-PRT-COUNT)
003650            DBL15-TAB-OUT-COUNT (DBL15-PRT-COUNT).
003660    1110-EXIT.
003670        EXIT.
003680*================================================================
003690*  1200-SCAN-MANIFEST - KEEP THE LATEST DBL100NN STAMP FOR THE
003700*  BUSINESS DATE AGAINST EACH PARTITION. THE MANIFEST IS IN
003710*  COMPLETION ORDER, SO THE LAST STAMP READ IS THE LATEST RUN.
003720*================================================================
003730    1200-SCAN-MANIFEST.
003740        OPEN INPUT DBL-MANIFEST-FILE.
003750        IF DBL15-MAN-STATUS = '00'
003760            PERFORM 1210-READ-MANIFEST THRU 1210-EXIT
003770                UNTIL DBL15-MAN-EOF-YES
003780            CLOSE DBL-MANIFEST-FILE
003790        END-IF.
003800    1200-EXIT.
003810        EXIT.
003820*
003830    1210-READ-MANIFEST.
003840        READ DBL-MANIFEST-FILE
003850            AT END
003860                MOVE 'Y' TO DBL15-MAN-EOF-SW
003870                GO TO 1210-EXIT
003880        END-READ.
003890        IF DBL-MAN-RUN-DATE NOT = DBL15-RUN-DATE
003900                OR DBL-MAN-PROGRAM (1:6) NOT = 'DBL100'
003910            GO TO 1210-EXIT
003920        END-IF.
003930        PERFORM 1220-MATCH-MANIFEST THRU 1220-EXIT
003940            VARYING DBL15-PRT-IX FROM 1 BY 1
003950            UNTIL DBL15-PRT-IX > DBL15-PRT-COUNT.
003960    1210-EXIT.
003970        EXIT.
003980*
003990    1220-MATCH-MANIFEST.
004000        IF DBL-MAN-PROGRAM (7:2) = DBL15-TAB-NO (DBL15-PRT-IX)
004010            MOVE 'Y' TO DBL15-TAB-MAN-SW (DBL15-PRT-IX)
004020            MOVE DBL-MAN-RETURN-CODE
004030                TO DBL15-TAB-MAN-RC (DBL15-PRT-IX)
004040            MOVE DBL-MAN-REC-COUNT
004050                TO DBL15-TAB-MAN-COUNT (DBL15-PRT-IX)
004060        END-IF.
004070    1220-EXIT.
004080        EXIT.
004090*================================================================
004100*  2000-VERIFY-PARTITION - ONE PARTITION MUST HAVE FINISHED
004110*  CLEAN TODAY (A DBL100NN STAMP, LATEST RC 0), ITS DBLRPTNN
004120*  MUST REPORT THE LINES THAT STAMP COUNTED (ELSE IT IS LEFT
004130*  OVER FROM AN EARLIER RUN), AND ITS DBLOUTNN MUST HOLD
004140*  EXACTLY THOSE LINES (ELSE A LATER RUN DIED PART WAY). ALL
004150*  PARTITIONS RUN ON ONE DBLCTL DEFAULT. EVERY PARTITION IS
004160*  CHECKED AND REPORTED BEFORE THE VERDICT, SO ONE RUN OF THIS
004170*  STEP SHOWS OPERATIONS EVERYTHING THAT NEEDS RERUNNING.
004180*================================================================
004190    2000-VERIFY-PARTITION.
004200        MOVE SPACES TO DBL15-MAN-PROGRAM.
004210        STRING 'DBL100' DBL15-TAB-NO (DBL15-PRT-SUB)
004220            DELIMITED BY SIZE INTO DBL15-MAN-PROGRAM.
004230        IF NOT DBL15-TAB-MAN-FOUND (DBL15-PRT-SUB)
004240            MOVE SPACES TO DBL15-REASON
004250            STRING DBL15-MAN-PROGRAM ' NOT ON MANIFEST'
004260                DELIMITED BY SIZE INTO DBL15-REASON
004270            PERFORM 2900-REFUSE-PARTITION THRU 2900-EXIT
004280            GO TO 2000-EXIT
004290        END-IF.
004300        IF DBL15-TAB-MAN-RC (DBL15-PRT-SUB) NOT = 0
004310            MOVE SPACES TO DBL15-REASON
004320            STRING DBL15-MAN-PROGRAM ' ENDED RC '
004330                DBL15-TAB-MAN-RC (DBL15-PRT-SUB)
004340                DELIMITED BY SIZE INTO DBL15-REASON
004350            PERFORM 2900-REFUSE-PARTITION THRU 2900-EXIT
004360            GO TO 2000-EXIT
004370        END-IF.
004380        PERFORM 2050-SET-PARTITION-NAMES THRU 2050-EXIT.
004390        PERFORM 2100-READ-PARTITION-REPORT THRU 2100-EXIT.
004400        IF DBL15-MERGE-REFUSED
004410                AND DBL15-REASON NOT = SPACES
004420            GO TO 2000-EXIT
004430        END-IF.
004440        IF DBL15-TAB-RPT-LINES (DBL15-PRT-SUB)
004450                NOT = DBL15-TAB-MAN-COUNT (DBL15-PRT-SUB)
004460            MOVE SPACES TO DBL15-REASON
004470            STRING DBL15-PART-RPT-NAME (1:8)
004480                ' IS STALE - NOT FROM THE STAMPED RUN'
004490                DELIMITED BY SIZE INTO DBL15-REASON
004500            PERFORM 2900-REFUSE-PARTITION THRU 2900-EXIT
004510            GO TO 2000-EXIT
004520        END-IF.
004530        IF DBL15-DEFAULT-FACTOR = 0
004540            MOVE DBL15-TAB-DEFAULT (DBL15-PRT-SUB)
004550                TO DBL15-DEFAULT-FACTOR
004560        END-IF.
004570        IF DBL15-TAB-DEFAULT (DBL15-PRT-SUB)
004580                NOT = DBL15-DEFAULT-FACTOR
004590            MOVE SPACES TO DBL15-REASON
004600            STRING DBL15-PART-RPT-NAME (1:8)
004610                ' RAN ON ANOTHER DEFAULT FACTOR'
004620                DELIMITED BY SIZE INTO DBL15-REASON
004630            PERFORM 2900-REFUSE-PARTITION THRU 2900-EXIT
004640            GO TO 2000-EXIT
004650        END-IF.
004660        PERFORM 2200-COUNT-PARTITION-OUTPUT THRU 2200-EXIT.
004670        IF DBL15-TAB-OUT-COUNT (DBL15-PRT-SUB)
004680                NOT = DBL15-TAB-MAN-COUNT (DBL15-PRT-SUB)
004690            MOVE SPACES TO DBL15-REASON
004700            STRING DBL15-PART-OUT-NAME (1:8)
004710                ' LINES DO NOT MATCH THE STAMP'
004720                DELIMITED BY SIZE INTO DBL15-REASON
004730            PERFORM 2900-REFUSE-PARTITION THRU 2900-EXIT
004740            GO TO 2000-EXIT
004750        END-IF.
004760        OPEN INPUT DBL-PART-AUDIT-FILE.
004770        IF DBL15-PAU-STATUS NOT = '00'
004780            MOVE SPACES TO DBL15-REASON
004790            STRING DBL15-PART-AUD-NAME (1:8) ' IS MISSING'
004800                DELIMITED BY SIZE INTO DBL15-REASON
004810            PERFORM 2900-REFUSE-PARTITION THRU 2900-EXIT
004820            GO TO 2000-EXIT
004830        END-IF.
004840        CLOSE DBL-PART-AUDIT-FILE.
004850        MOVE SPACES TO DBL15-REPORT-LINE.
004860        STRING 'PARTITION ' DBL15-TAB-NO (DBL15-PRT-SUB)
004870            ' STORES ' DBL15-TAB-LOW (DBL15-PRT-SUB)
004880            '-' DBL15-TAB-HIGH (DBL15-PRT-SUB)
004890            ' LINES ' DBL15-TAB-MAN-COUNT (DBL15-PRT-SUB)
004900            ' CLEAN'
004910            DELIMITED BY SIZE INTO DBL15-REPORT-LINE.
004920        WRITE DBL15-REPORT-LINE.
004930    2000-EXIT.
004940        EXIT.
004950*
004960    2050-SET-PARTITION-NAMES.
004970        MOVE SPACES TO DBL15-PART-NAMES.
004980        STRING 'DBLRPT' DBL15-TAB-NO (DBL15-PRT-SUB)
004990            DELIMITED BY SIZE INTO DBL15-PART-RPT-NAME.
005000        STRING 'DBLOUT' DBL15-TAB-NO (DBL15-PRT-SUB)
005010            DELIMITED BY SIZE INTO DBL15-PART-OUT-NAME.
005020        STRING 'DBLAUD' DBL15-TAB-NO (DBL15-PRT-SUB)
005030            DELIMITED BY SIZE INTO DBL15-PART-AUD-NAME.
005040    2050-EXIT.
005050        EXIT.
005060*================================================================
005070*  2100-READ-PARTITION-REPORT - PICK THE PARTITION'S FIGURES
005080*  OFF ITS DBLRPT BY LABEL AND ADD THEM TO THE MERGED SUMMARY.
005090*  A REFUSED MERGE NEVER WRITES THE SUMMARY, SO ADDING AS WE
005100*  GO IS SAFE.
005110*================================================================
005120    2100-READ-PARTITION-REPORT.
005130        MOVE SPACES TO DBL15-REASON.
005140        OPEN INPUT DBL-PART-REPORT-FILE.
005150        IF DBL15-PRP-STATUS NOT = '00'
005160            STRING DBL15-PART-RPT-NAME (1:8) ' IS MISSING'
005170                DELIMITED BY SIZE INTO DBL15-REASON
005180            PERFORM 2900-REFUSE-PARTITION THRU 2900-EXIT
005190            GO TO 2100-EXIT
005200        END-IF.
005210        MOVE 'N' TO DBL15-PRP-EOF-SW.
005220        PERFORM 2110-READ-REPORT-LINE THRU 2110-EXIT
005230            UNTIL DBL15-PRP-EOF-YES.
005240        CLOSE DBL-PART-REPORT-FILE.
005250    2100-EXIT.
005260        EXIT.
005270*
005280    2110-READ-REPORT-LINE.
005290        READ DBL-PART-REPORT-FILE
005300            AT END
005310                MOVE 'Y' TO DBL15-PRP-EOF-SW
005320                GO TO 2110-EXIT
005330        END-READ.
005340        IF DBL15-PRP-FAC-TAG = 'FACTOR '
005350            PERFORM 2120-ROLL-FACTOR-LINE THRU 2120-EXIT
005360            GO TO 2110-EXIT
005370        END-IF.
005380        IF DBL15-PRP-LABEL = 'DEFAULT FACTOR  . . . . : '
005390            MOVE DBL15-PRP-DEFAULT TO DBL15-WORK-FACTOR
005400            MOVE DBL15-WORK-FACTOR
005410                TO DBL15-TAB-DEFAULT (DBL15-PRT-SUB)
005420        END-IF.
005430        IF DBL15-PRP-LABEL = 'LINES PROCESSED . . . . : '
005440            MOVE DBL15-PRP-COUNT TO DBL15-TAB-RPT-LINES
005450                (DBL15-PRT-SUB)
005460            ADD DBL15-PRP-COUNT TO DBL15-COUNT-PROCESSED
005470        END-IF.
005480        IF DBL15-PRP-LABEL = 'SUM BEFORE SCALING  . . : '
005490            MOVE DBL15-PRP-AMOUNT TO DBL15-WORK-AMOUNT
005500            ADD DBL15-WORK-AMOUNT TO DBL15-SUM-BEFORE
005510        END-IF.
005520        IF DBL15-PRP-LABEL = 'SUM AFTER SCALING . . . : '
005530            MOVE DBL15-PRP-AMOUNT TO DBL15-WORK-AMOUNT
005540            ADD DBL15-WORK-AMOUNT TO DBL15-SUM-AFTER
005550        END-IF.
005560        IF DBL15-PRP-LABEL = 'OVERFLOW REJECTS  . . . : '
005570            ADD DBL15-PRP-COUNT TO DBL15-COUNT-OVERFLOW
005580        END-IF.
005590        IF DBL15-PRP-LABEL = 'DUPLICATE REFERENCES  . : '
005600            ADD DBL15-PRP-COUNT TO DBL15-COUNT-DUPLICATE
005610        END-IF.
005620        IF DBL15-PRP-LABEL = 'HELD FOR APPROVAL . . . : '
005630            ADD DBL15-PRP-COUNT TO DBL15-COUNT-HELD
005640        END-IF.
005650        IF DBL15-PRP-LABEL = 'RELEASED FROM HOLD  . . : '
005660            ADD DBL15-PRP-COUNT TO DBL15-COUNT-RELEASED
005670        END-IF.
005680    2110-EXIT.
005690        EXIT.
005700*
005710    2120-ROLL-FACTOR-LINE.
005720        MOVE DBL15-PRP-FAC-FACTOR TO DBL15-WORK-FACTOR.
005730        MOVE 0 TO DBL15-FAC-IX.
005740        PERFORM 2130-SCAN-FACTOR-USAGE THRU 2130-EXIT
005750            VARYING DBL15-FAC-SUB FROM 1 BY 1
005760            UNTIL DBL15-FAC-SUB > DBL15-FAC-COUNT
005770                OR DBL15-FAC-IX > 0.
005780        IF DBL15-FAC-IX = 0
005790            IF DBL15-FAC-COUNT >= 20
005800                DISPLAY 'FATAL - OVER 20 FACTORS IN ONE NIGHT'
005810                MOVE 16 TO RETURN-CODE
005820                STOP RUN
005830            END-IF
005840            ADD 1 TO DBL15-FAC-COUNT
005850            MOVE DBL15-FAC-COUNT TO DBL15-FAC-IX
005860            MOVE DBL15-WORK-FACTOR
005870                TO DBL15-FAC-FACTOR (DBL15-FAC-IX)
005880            MOVE 0 TO DBL15-FAC-LINES (DBL15-FAC-IX)
005881            MOVE 0 TO DBL15-FAC-TIERED (DBL15-FAC-IX)
005882            MOVE 0 TO DBL15-FAC-CAPPED (DBL15-FAC-IX)
005890        END-IF.
005900        ADD DBL15-PRP-FAC-LINES TO DBL15-FAC-LINES (DBL15-FAC-IX).
005901        IF DBL15-PRP-FAC-TIERED IS NUMERIC
005902            ADD DBL15-PRP-FAC-TIERED
005903                TO DBL15-FAC-TIERED (DBL15-FAC-IX)
005904        END-IF.
005905        IF DBL15-PRP-FAC-CAPPED IS NUMERIC
005906            ADD DBL15-PRP-FAC-CAPPED
005907                TO DBL15-FAC-CAPPED (DBL15-FAC-IX)
005908        END-IF.
005910    2120-EXIT.
005920        EXIT.
005930*
005940    2130-SCAN-FACTOR-USAGE.
005950        IF DBL15-FAC-FACTOR (DBL15-FAC-SUB) = DBL15-WORK-FACTOR
005960            MOVE DBL15-FAC-SUB TO DBL15-FAC-IX
005970        END-IF.
005980    2130-EXIT.
005990        EXIT.
006000*================================================================
006010*  2200-COUNT-PARTITION-OUTPUT - THE LINES THE PARTITION'S
006020*  DBLOUT ACTUALLY HOLDS. A MISSING FILE COUNTS AS NONE.
006030*================================================================
006040    2200-COUNT-PARTITION-OUTPUT.
006050        MOVE 0 TO DBL15-TAB-OUT-COUNT (DBL15-PRT-SUB).
006060        OPEN INPUT DBL-PART-OUTPUT-FILE.
006070        IF DBL15-POU-STATUS NOT = '00'
006080            GO TO 2200-EXIT
006090        END-IF.
006100        MOVE 'N' TO DBL15-POU-EOF-SW.
006110        PERFORM 2210-COUNT-ONE-LINE THRU 2210-EXIT
006120            UNTIL DBL15-POU-EOF-YES.
006130        CLOSE DBL-PART-OUTPUT-FILE.
006140    2200-EXIT.
006150        EXIT.
006160*
006170    2210-COUNT-ONE-LINE.
006180        READ DBL-PART-OUTPUT-FILE
006190            AT END
006200                MOVE 'Y' TO DBL15-POU-EOF-SW
006210                GO TO 2210-EXIT
006220        END-READ.
006230        ADD 1 TO DBL15-TAB-OUT-COUNT (DBL15-PRT-SUB).
006240    2210-EXIT.
006250        EXIT.
006260*================================================================
006270*  2900-REFUSE-PARTITION - REPORT WHY A PARTITION CANNOT BE
006280*  MERGED. THE MERGE IS REFUSED ONCE EVERY PARTITION IS SEEN.
006290*================================================================
006300    2900-REFUSE-PARTITION.
006310        MOVE 'N' TO DBL15-MERGE-SW.
006320        ADD 1 TO DBL15-COUNT-REFUSED.
006330        MOVE SPACES TO DBL15-REPORT-LINE.
006340        STRING 'PARTITION ' DBL15-TAB-NO (DBL15-PRT-SUB)
006350            ' STORES ' DBL15-TAB-LOW (DBL15-PRT-SUB)
006360            '-' DBL15-TAB-HIGH (DBL15-PRT-SUB)
006370            ' REFUSED - ' DBL15-REASON
006380            DELIMITED BY SIZE INTO DBL15-REPORT-LINE.
006390        WRITE DBL15-REPORT-LINE.
006400        DISPLAY DBL15-REPORT-LINE.
006410    2900-EXIT.
006420        EXIT.
006430*================================================================
006440*  3000-MERGE-PARTITIONS - EVERY PARTITION IS CLEAN: WRITE THE
006450*  SINGLE DBLOUT AND DBLAUD THE DOWNSTREAM JOBS READ, ONE
006460*  PARTITION AFTER ANOTHER IN CARD ORDER.
006470*================================================================
006480    3000-MERGE-PARTITIONS.
006490        OPEN OUTPUT DBL-OUTPUT-FILE.
006500        IF DBL15-OUT-STATUS NOT = '00'
006510            DISPLAY 'FATAL - DBLOUT OPEN FAILED, STATUS '
006520                DBL15-OUT-STATUS
006530            MOVE 16 TO RETURN-CODE
006540            STOP RUN
006550        END-IF.
006560        OPEN OUTPUT DBL-AUDIT-FILE.
006570        IF DBL15-AUD-STATUS NOT = '00'
006580            DISPLAY 'FATAL - DBLAUD OPEN FAILED, STATUS '
006590                DBL15-AUD-STATUS
006600            MOVE 16 TO RETURN-CODE
006610            STOP RUN
006620        END-IF.
006630        PERFORM 3100-MERGE-ONE-PARTITION THRU 3100-EXIT
006640            VARYING DBL15-PRT-SUB FROM 1 BY 1
006650            UNTIL DBL15-PRT-SUB > DBL15-PRT-COUNT.
006660        CLOSE DBL-OUTPUT-FILE.
006670        CLOSE DBL-AUDIT-FILE.
006680    3000-EXIT.
006690        EXIT.
006700*
006710    3100-MERGE-ONE-PARTITION.
006720        PERFORM 2050-SET-PARTITION-NAMES THRU 2050-EXIT.
006730        IF DBL15-TAB-OUT-COUNT (DBL15-PRT-SUB) > 0
006740            OPEN INPUT DBL-PART-OUTPUT-FILE
006750            IF DBL15-POU-STATUS NOT = '00'
006760                DISPLAY 'FATAL - ' DBL15-PART-OUT-NAME
006770                    ' OPEN FAILED, STATUS ' DBL15-POU-STATUS
006780                MOVE 16 TO RETURN-CODE
006790                STOP RUN
006800            END-IF
006810            MOVE 'N' TO DBL15-POU-EOF-SW
006820            PERFORM 3200-COPY-OUTPUT-LINE THRU 3200-EXIT
006830                UNTIL DBL15-POU-EOF-YES
006840            CLOSE DBL-PART-OUTPUT-FILE
006850        END-IF.
006860        OPEN INPUT DBL-PART-AUDIT-FILE.
006870        IF DBL15-PAU-STATUS NOT = '00'
006880            DISPLAY 'FATAL - ' DBL15-PART-AUD-NAME
006890                ' OPEN FAILED, STATUS ' DBL15-PAU-STATUS
006900            MOVE 16 TO RETURN-CODE
006910            STOP RUN
006920        END-IF.
006930        MOVE 'N' TO DBL15-PAU-EOF-SW.
006940        PERFORM 3300-COPY-AUDIT-LINE THRU 3300-EXIT
006950            UNTIL DBL15-PAU-EOF-YES.
006960        CLOSE DBL-PART-AUDIT-FILE.
006970    3100-EXIT.
006980        EXIT.
006990*
007000    3200-COPY-OUTPUT-LINE.
007010        READ DBL-PART-OUTPUT-FILE
007020            AT END
007030                MOVE 'Y' TO DBL15-POU-EOF-SW
007040                GO TO 3200-EXIT
007050        END-READ.
007060        MOVE DBL15-POU-RECORD TO DBL15-OUT-RECORD.
007070        WRITE DBL15-OUT-RECORD.
007080        ADD 1 TO DBL15-COUNT-OUT.
007090    3200-EXIT.
007100        EXIT.
007110*
007120    3300-COPY-AUDIT-LINE.
007130        READ DBL-PART-AUDIT-FILE
007140            AT END
007150                MOVE 'Y' TO DBL15-PAU-EOF-SW
007160                GO TO 3300-EXIT
007170        END-READ.
007180        MOVE DBL15-PAU-RECORD TO DBL15-AUD-RECORD.
007190        WRITE DBL15-AUD-RECORD.
007200        ADD 1 TO DBL15-COUNT-AUD.
007210    3300-EXIT.
007220        EXIT.
007230*================================================================
007240*  4000-WRITE-RUN-REPORT - THE MERGED DBLRPT, IN THE SAME LINES
007250*  AND LABELS DBL100'S 9000-TERMINATE WRITES.
007260*================================================================
007270    4000-WRITE-RUN-REPORT.
007280        MOVE DBL15-SUM-BEFORE TO DBL15-SUM-BEFORE-ED.
007290        MOVE DBL15-SUM-AFTER TO DBL15-SUM-AFTER-ED.
007300        OPEN OUTPUT DBL-RUN-REPORT-FILE.
007310        IF DBL15-RPT-STATUS NOT = '00'
007320            DISPLAY 'FATAL - DBLRPT OPEN FAILED, STATUS '
007330                DBL15-RPT-STATUS
007340            MOVE 16 TO RETURN-CODE
007350            STOP RUN
007360        END-IF.
007370        MOVE DBL15-DEFAULT-FACTOR TO DBL15-FACTOR-ED.
007380        MOVE SPACES TO DBL15-RPT-LINE.
007390        STRING 'DEFAULT FACTOR  . . . . : ' DBL15-FACTOR-ED
007400            DELIMITED BY SIZE INTO DBL15-RPT-LINE.
007410        WRITE DBL15-RPT-LINE.
007420        MOVE SPACES TO DBL15-RPT-LINE.
007430        MOVE 'ROUNDING RULE . . . . . : HALF UP ON CENTS'
007440            TO DBL15-RPT-LINE.
007450        WRITE DBL15-RPT-LINE.
007460        MOVE SPACES TO DBL15-RPT-LINE.
007470        STRING 'LINES PROCESSED . . . . : ' DBL15-COUNT-PROCESSED
007480            DELIMITED BY SIZE INTO DBL15-RPT-LINE.
007490        WRITE DBL15-RPT-LINE.
007500        MOVE SPACES TO DBL15-RPT-LINE.
007510        STRING 'SUM BEFORE SCALING  . . : ' DBL15-SUM-BEFORE-ED
007520            DELIMITED BY SIZE INTO DBL15-RPT-LINE.
007530        WRITE DBL15-RPT-LINE.
007540        MOVE SPACES TO DBL15-RPT-LINE.
007550        STRING 'SUM AFTER SCALING . . . : ' DBL15-SUM-AFTER-ED
007560            DELIMITED BY SIZE INTO DBL15-RPT-LINE.
007570        WRITE DBL15-RPT-LINE.
007580        MOVE SPACES TO DBL15-RPT-LINE.
007590        STRING 'OVERFLOW REJECTS  . . . : ' DBL15-COUNT-OVERFLOW
007600            DELIMITED BY SIZE INTO DBL15-RPT-LINE.
007610        WRITE DBL15-RPT-LINE.
007620        MOVE SPACES TO DBL15-RPT-LINE.
007630        STRING 'DUPLICATE REFERENCES  . : ' DBL15-COUNT-DUPLICATE
007640            DELIMITED BY SIZE INTO DBL15-RPT-LINE.
007650        WRITE DBL15-RPT-LINE.
007660        MOVE SPACES TO DBL15-RPT-LINE.
007670        STRING 'HELD FOR APPROVAL . . . : ' DBL15-COUNT-HELD
007680            DELIMITED BY SIZE INTO DBL15-RPT-LINE.
007690        WRITE DBL15-RPT-LINE.
007700        MOVE SPACES TO DBL15-RPT-LINE.
007710        STRING 'RELEASED FROM HOLD  . . : ' DBL15-COUNT-RELEASED
007720            DELIMITED BY SIZE INTO DBL15-RPT-LINE.
007730        WRITE DBL15-RPT-LINE.
007740        MOVE SPACES TO DBL15-RPT-LINE.
007750        MOVE 'FACTORS APPLIED THIS RUN' TO DBL15-RPT-LINE.
007760        WRITE DBL15-RPT-LINE.
007770        PERFORM 4100-PRINT-ONE-FACTOR THRU 4100-EXIT
007780            VARYING DBL15-FAC-SUB FROM 1 BY 1
007790            UNTIL DBL15-FAC-SUB > DBL15-FAC-COUNT.
007800        CLOSE DBL-RUN-REPORT-FILE.
007810    4000-EXIT.
007820        EXIT.
007830*
007840    4100-PRINT-ONE-FACTOR.
007850        MOVE DBL15-FAC-FACTOR (DBL15-FAC-SUB) TO DBL15-FACTOR-ED.
007860        MOVE SPACES TO DBL15-RPT-LINE.
007870        STRING 'FACTOR ' DBL15-FACTOR-ED ' ON '
007880            DBL15-FAC-LINES (DBL15-FAC-SUB) ' LINES, '
007881            DBL15-FAC-TIERED (DBL15-FAC-SUB) ' TIER SPLIT, '
007882            DBL15-FAC-CAPPED (DBL15-FAC-SUB) ' CAPPED'
007890            DELIMITED BY SIZE INTO DBL15-RPT-LINE.
007900        WRITE DBL15-RPT-LINE.
007910    4100-EXIT.
007920        EXIT.
007930*================================================================
007940*  8000-REFUSE-MERGE - AT LEAST ONE PARTITION IS MISSING OR DID
007950*  NOT FINISH CLEAN. DBLOUT, DBLAUD AND DBLRPT ARE LEFT AS THEY
007960*  WERE, THE REFUSAL IS STAMPED ON THE MANIFEST SO THE CHAIN
007970*  STAYS HELD, AND THE STEP ENDS RC 24.
007980*================================================================
007990    8000-REFUSE-MERGE.
008000        MOVE SPACES TO DBL15-REPORT-LINE.
008010        WRITE DBL15-REPORT-LINE.
008020        MOVE SPACES TO DBL15-REPORT-LINE.
008030        STRING 'MERGE REFUSED - ' DBL15-COUNT-REFUSED
008040            ' PARTITION(S) MISSING OR NOT CLEAN'
008050            DELIMITED BY SIZE INTO DBL15-REPORT-LINE.
008060        WRITE DBL15-REPORT-LINE.
008070        CLOSE DBL-MERGE-REPORT-FILE.
008080        MOVE 24 TO DBL15-STAMP-RC.
008090        MOVE 0 TO DBL15-STAMP-COUNT.
008100        PERFORM 9300-STAMP-MANIFEST THRU 9300-EXIT.
008110        DISPLAY DBL15-REPORT-LINE.
008120        MOVE 24 TO RETURN-CODE.
008130        STOP RUN.
008140    8000-EXIT.
008150        EXIT.
008160*================================================================
008170*  9000-TERMINATE - MERGED TOTALS ON THE CONTROL REPORT AND THE
008180*  CONSOLE, AND THE CLEAN MANIFEST STAMP THAT RELEASES DBL300,
008190*  DBL400 AND DBL500.
008200*================================================================
008210    9000-TERMINATE.
008220        MOVE SPACES TO DBL15-REPORT-LINE.
008230        WRITE DBL15-REPORT-LINE.
008240        MOVE SPACES TO DBL15-REPORT-LINE.
008250        STRING 'LINES MERGED TO DBLOUT  : ' DBL15-COUNT-OUT
008260            DELIMITED BY SIZE INTO DBL15-REPORT-LINE.
008270        WRITE DBL15-REPORT-LINE.
008280        MOVE SPACES TO DBL15-REPORT-LINE.
008290        STRING 'LINES MERGED TO DBLAUD  : ' DBL15-COUNT-AUD
008300            DELIMITED BY SIZE INTO DBL15-REPORT-LINE.
008310        WRITE DBL15-REPORT-LINE.
008320        MOVE SPACES TO DBL15-REPORT-LINE.
008330        STRING 'SUM BEFORE SCALING  . . : ' DBL15-SUM-BEFORE-ED
008340            DELIMITED BY SIZE INTO DBL15-REPORT-LINE.
008350        WRITE DBL15-REPORT-LINE.
008360        MOVE SPACES TO DBL15-REPORT-LINE.
008370        STRING 'SUM AFTER SCALING . . . : ' DBL15-SUM-AFTER-ED
008380            DELIMITED BY SIZE INTO DBL15-REPORT-LINE.
008390        WRITE DBL15-REPORT-LINE.
008400        CLOSE DBL-MERGE-REPORT-FILE.
008410        MOVE 0 TO DBL15-STAMP-RC.
008420        MOVE DBL15-COUNT-PROCESSED TO DBL15-STAMP-COUNT.
008430        PERFORM 9300-STAMP-MANIFEST THRU 9300-EXIT.
008440        DISPLAY 'PARTITIONS MERGED . . . : ' DBL15-PRT-COUNT.
008450        DISPLAY 'LINES MERGED TO DBLOUT  : ' DBL15-COUNT-OUT.
008460        DISPLAY 'LINES MERGED TO DBLAUD  : ' DBL15-COUNT-AUD.
008470        DISPLAY 'SUM BEFORE SCALING  . . : ' DBL15-SUM-BEFORE-ED.
008480        DISPLAY 'SUM AFTER SCALING . . . : ' DBL15-SUM-AFTER-ED.
008490        DISPLAY 'DBL150 PROCESSING COMPLETE'.
008500    9000-EXIT.
008510        EXIT.
008520*================================================================
008530*  9300-STAMP-MANIFEST - ONE DBL150 STAMP PER RUN, CARRYING THE
008540*  RETURN CODE AND COUNT THE CALLER SET UP. STATUS 05 IS THE
008550*  FIRST-EVER RUN CREATING THE MANIFEST.
008560*================================================================
008570    9300-STAMP-MANIFEST.
008580        OPEN EXTEND DBL-MANIFEST-FILE.
008590        IF DBL15-MAN-STATUS NOT = '00'
008600                AND DBL15-MAN-STATUS NOT = '05'
008610            DISPLAY 'FATAL - DBLMAN OPEN FAILED, STATUS '
008620                DBL15-MAN-STATUS
008630            MOVE 16 TO RETURN-CODE
008640            STOP RUN
008650        END-IF.
008660        MOVE 'DBL150  ' TO DBL-MAN-PROGRAM.
008670        MOVE DBL15-RUN-DATE TO DBL-MAN-RUN-DATE.
008680        MOVE DBL15-STAMP-RC TO DBL-MAN-RETURN-CODE.
008690        MOVE DBL15-STAMP-COUNT TO DBL-MAN-REC-COUNT.
008700        ACCEPT DBL-MAN-FINISH-DATE FROM DATE YYYYMMDD.
008702        ACCEPT DBL15-STAMP-CLOCK FROM TIME.
008705        MOVE DBL15-STAMP-CLOCK (1:6) TO DBL-MAN-FINISH-TIME.
008707        MOVE DBL15-START-DATE TO DBL-MAN-START-DATE.
008710        MOVE DBL15-START-CLOCK (1:6) TO DBL-MAN-START-TIME.
008720        WRITE DBL-MANIFEST-RECORD.
008730        CLOSE DBL-MANIFEST-FILE.
008740    9300-EXIT.
008750        EXIT.
