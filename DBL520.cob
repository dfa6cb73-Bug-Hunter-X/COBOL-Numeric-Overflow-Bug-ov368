000010    IDENTIFICATION DIVISION.
000020    PROGRAM-ID. DBL520.
000030    AUTHOR. R JENNINGS.
000040    INSTALLATION. ORDER ENTRY SYSTEMS.
000050    DATE-WRITTEN. 10/15/2026.
000060    DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100*  DATE       BY   DESCRIPTION                                  *
000110*  ---------- ---- -------------------------------------------  *
000120*  10/15/2026 RJ   ORIGINAL VERSION. GENERAL-LEDGER JOURNAL     *
000130*                  INTERFACE. SUMMARIZES THE DAY'S DBLOUT BY    *
000140*                  STORE AND TRANSACTION TYPE AND WRITES ONE    *
000150*                  DEBIT AND ONE OFFSETTING CREDIT PER          *
000160*                  SUMMARY, ACCOUNTS TAKEN FROM THE DBLGLM      *
000170*                  ACCOUNT MAP ACCOUNTING MAINTAINS, WRAPPED    *
000180*                  IN A BATCH HEADER AND A CONTROL TRAILER.     *
000190*                  REPLACES THE MORNING HAND-KEYING FROM THE    *
000200*                  DBLRPT TOTALS, SO THE LEDGER AND DBLWHS ARE  *
000210*                  CUT FROM THE SAME FILE. LIKE DBL500 IT       *
000220*                  REFUSES TO START (RC 24) UNLESS DBLMAN       *
000230*                  SHOWS DBL400 PROVED THE BALANCE FOR THE      *
000240*                  BUSINESS DATE. THE JOURNAL IS BUILT ON       *
000250*                  DBLGLJT AND RENAMED TO DBLGLJ ONLY WHEN ITS  *
000260*                  DEBITS AND CREDITS NET TO ZERO, EVERY        *
000270*                  SUMMARY HAD AN ACCOUNT AND THE TOTAL TIES    *
000280*                  BACK TO DBLOUT; OTHERWISE NOTHING IS         *
000290*                  RELEASED AND THE RUN ENDS RC 8.              *
000291*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000292*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000293*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000294*  10/15/2026 RJ   THE DBLMAN STAMP NOW CARRIES THIS STEP'S     *
000295*                  START DATE AND TIME, AND ITS FINISH TIME IS  *
000296*                  TAKEN AS HHMMSS (IT WAS BEING CUT TO         *
000297*                  MMSSHH), FOR THE DBL980 BATCH-WINDOW STATUS  *
000298*                  BOARD.                                       *
000300*--------------------------------------------------------------*
000310*
000320    ENVIRONMENT DIVISION.
000330    CONFIGURATION SECTION.
000340    SOURCE-COMPUTER. IBM-370.
000350    OBJECT-COMPUTER. IBM-370.
000360    INPUT-OUTPUT SECTION.
000370    FILE-CONTROL.
000380        SELECT DBL-OUTPUT-FILE ASSIGN TO DBLOUT
000390            ORGANIZATION IS LINE SEQUENTIAL
000400            FILE STATUS IS DBL52-OUT-STATUS.
000410        SELECT DBL-ACCOUNT-MAP-FILE ASSIGN TO DBLGLM
000420            ORGANIZATION IS LINE SEQUENTIAL
000430            FILE STATUS IS DBL52-GLM-STATUS.
000440        SELECT DBL-JOURNAL-TEMP-FILE ASSIGN TO DBLGLJT
000450            ORGANIZATION IS LINE SEQUENTIAL
000460            FILE STATUS IS DBL52-GLJT-STATUS.
000470        SELECT OPTIONAL DBL-MANIFEST-FILE ASSIGN TO DBLMAN
000480            ORGANIZATION IS LINE SEQUENTIAL
000490            FILE STATUS IS DBL52-MAN-STATUS.
000500*
000510    DATA DIVISION.
000520    FILE SECTION.
000530*--------------------------------------------------------------*
000540*  DBL-OUTPUT-FILE - THE SCALED RESULTS, SHARED DBL1REC LAYOUT. *
000550*--------------------------------------------------------------*
000560    FD  DBL-OUTPUT-FILE
000570        RECORD CONTAINS 55 CHARACTERS.
000580        COPY DBL1REC.
000590*--------------------------------------------------------------*
000600*  DBL-ACCOUNT-MAP-FILE - THE GL ACCOUNT MAP, MAINTAINED BY     *
000610*  ACCOUNTING. ONE ROW PER STORE AND TRANSACTION TYPE GIVING    *
000620*  THE ACCOUNT TO DEBIT AND THE ACCOUNT TO CREDIT. A BLANK      *
000630*  STORE IS THE TYPE'S DEFAULT ROW FOR ANY STORE WITHOUT ONE    *
000640*  OF ITS OWN. REQUIRED - NO MAP, NO JOURNAL.                   *
000650*--------------------------------------------------------------*
000660    FD  DBL-ACCOUNT-MAP-FILE
000670        RECORD CONTAINS 26 CHARACTERS.
000680    01  DBL-ACCOUNT-MAP-RECORD.
000690        05  DBL52-GLM-STORE          PIC X(04).
000700        05  DBL52-GLM-TRAN-TYPE      PIC X(02).
000710        05  DBL52-GLM-DEBIT-ACCT     PIC X(10).
000720        05  DBL52-GLM-CREDIT-ACCT    PIC X(10).
000730*--------------------------------------------------------------*
000740*  DBL-JOURNAL-TEMP-FILE - THE JOURNAL AS BUILT. PIPE-          *
000750*  DELIMITED LIKE THE DBLWHS FEED: ONE H BATCH HEADER, D LINES  *
000760*  IN DEBIT/CREDIT PAIRS, ONE T CONTROL TRAILER. RENAMED TO     *
000770*  DBLGLJ ONLY ONCE IT IS PROVEN; A REFUSED JOURNAL STAYS HERE  *
000780*  FOR ACCOUNTING TO LOOK AT AND IS NEVER PICKED UP.            *
000790*--------------------------------------------------------------*
000800    FD  DBL-JOURNAL-TEMP-FILE
000810        RECORD CONTAINS 80 CHARACTERS.
000820    01  DBL52-GLJ-RECORD             PIC X(80).
000830*--------------------------------------------------------------*
000840*  DBL-MANIFEST-FILE - THE SHARED RUN MANIFEST: CHECKED AT      *
000850*  STARTUP FOR DBL400'S CLEAN BALANCE VERDICT, STAMPED WITH     *
000860*  THIS JOB'S OWN RESULT AT TERMINATION.                        *
000870*--------------------------------------------------------------*
000880    FD  DBL-MANIFEST-FILE
000890        RECORD CONTAINS 53 CHARACTERS.
000900        COPY DBLMANR.
000910*
000920    WORKING-STORAGE SECTION.
000930    01  DBL52-SWITCHES.
000940        05  DBL52-EOF-SW             PIC X(01) VALUE 'N'.
000950            88  DBL52-EOF-YES                   VALUE 'Y'.
000960        05  DBL52-GLM-EOF-SW         PIC X(01) VALUE 'N'.
000970            88  DBL52-GLM-EOF-YES               VALUE 'Y'.
000980        05  DBL52-MAN-EOF-SW         PIC X(01) VALUE 'N'.
000990            88  DBL52-MAN-EOF-YES               VALUE 'Y'.
001000        05  DBL52-PREREQ-OK-SW       PIC X(01) VALUE 'N'.
001010            88  DBL52-PREREQ-OK                 VALUE 'Y'.
001020        05  DBL52-UNMAPPED-SW        PIC X(01) VALUE 'N'.
001030            88  DBL52-UNMAPPED-FOUND            VALUE 'Y'.
001040*
001041    01  DBL52-RUN-DATE               PIC 9(08) VALUE 0.
001042*
001043*--------------------------------------------------------------*
001044*  DBL52-RUN-CLOCK - WHEN THIS STEP STARTED, AND THE           *
001045*  CLOCK AT THE MANIFEST STAMP. THE CLOCK READS HHMMSSHH; THE  *
001046*  STAMP KEEPS HHMMSS.                                         *
001047*--------------------------------------------------------------*
001048    01  DBL52-RUN-CLOCK.
001049        05  DBL52-START-DATE         PIC 9(08) VALUE 0.
001050        05  DBL52-START-CLOCK        PIC 9(08) VALUE 0.
001051        05  DBL52-STAMP-CLOCK        PIC 9(08) VALUE 0.
001052*
001053*--------------------------------------------------------------*
001055*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001056*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001057*--------------------------------------------------------------*
001058    COPY DBLDPARM.
001060*
001070    01  DBL52-FILE-STATUSES.
001080        05  DBL52-OUT-STATUS         PIC X(02) VALUE SPACES.
001090        05  DBL52-GLM-STATUS         PIC X(02) VALUE SPACES.
001100        05  DBL52-GLJT-STATUS        PIC X(02) VALUE SPACES.
001110        05  DBL52-MAN-STATUS         PIC X(02) VALUE SPACES.
001120*
001130    01  DBL52-COUNTERS.
001140        05  DBL52-COUNT-READ         PIC 9(07) VALUE 0.
001150        05  DBL52-COUNT-DROPPED      PIC 9(07) VALUE 0.
001160        05  DBL52-COUNT-LINES        PIC 9(05) VALUE 0.
001170        05  DBL52-COUNT-ZERO         PIC 9(05) VALUE 0.
001175        05  DBL52-COUNT-SUMMARIES    PIC 9(05) VALUE 0.
001180*
001190*--------------------------------------------------------------*
001200*  DBL52-ACCOUNT-MAP - THE DBLGLM ROWS, LOADED ONCE.            *
001210*--------------------------------------------------------------*
001220    01  DBL52-ACCOUNT-MAP.
001230        05  DBL52-MAP-COUNT          PIC S9(04) COMP VALUE 0.
001240        05  DBL52-MAP-SUB            PIC S9(04) COMP VALUE 0.
001250        05  DBL52-MAP-IX             PIC S9(04) COMP VALUE 0.
001260        05  DBL52-MAP-DFT-IX         PIC S9(04) COMP VALUE 0.
001270        05  DBL52-MAP-ENTRY OCCURS 200 TIMES.
001280            10  DBL52-MAP-STORE      PIC X(04).
001290            10  DBL52-MAP-TYPE       PIC X(02).
001300            10  DBL52-MAP-DEBIT      PIC X(10).
001310            10  DBL52-MAP-CREDIT     PIC X(10).
001320*--------------------------------------------------------------*
001330*  DBL52-SUMMARY-TABLE - THE DAY'S SCALED AMOUNTS BY STORE AND  *
001340*  TRANSACTION TYPE. DBLOUT IS IN INPUT ORDER, NOT STORE        *
001350*  ORDER, SO THE SUMMARIES ACCUMULATE IN A TABLE.               *
001360*--------------------------------------------------------------*
001370    01  DBL52-SUMMARY-TABLE.
001380        05  DBL52-SUM-COUNT          PIC S9(04) COMP VALUE 0.
001390        05  DBL52-SUM-SUB            PIC S9(04) COMP VALUE 0.
001400        05  DBL52-SUM-IX             PIC S9(04) COMP VALUE 0.
001410        05  DBL52-SUM-ENTRY OCCURS 400 TIMES.
001420            10  DBL52-SUM-STORE      PIC X(04).
001430            10  DBL52-SUM-TYPE       PIC X(02).
001440            10  DBL52-SUM-RECORDS    PIC 9(07).
001450            10  DBL52-SUM-AMOUNT     PIC S9(13)V99 SIGN LEADING
001460                                      SEPARATE.
001470*--------------------------------------------------------------*
001480*  DBL52-CONTROL-TOTALS - THE PROOF. DEBITS AND CREDITS ARE     *
001490*  ADDED AS THE LINES ARE WRITTEN, NOT AS THEY ARE PLANNED, SO  *
001500*  THE TRAILER DESCRIBES THE FILE THAT IS ACTUALLY ON DISK.     *
001510*  THE SIGNED NET OF THE SUMMARIES MUST ALSO TIE BACK TO THE    *
001520*  DBLOUT AMOUNTS IT WAS SUMMARIZED FROM.                       *
001530*--------------------------------------------------------------*
001540    01  DBL52-CONTROL-TOTALS.
001550        05  DBL52-OUT-TOTAL          PIC S9(13)V99 SIGN LEADING
001560                                      SEPARATE VALUE 0.
001570        05  DBL52-SUMMARY-NET        PIC S9(13)V99 SIGN LEADING
001580                                      SEPARATE VALUE 0.
001590        05  DBL52-TOTAL-DEBITS       PIC S9(13)V99 SIGN LEADING
001600                                      SEPARATE VALUE 0.
001610        05  DBL52-TOTAL-CREDITS      PIC S9(13)V99 SIGN LEADING
001620                                      SEPARATE VALUE 0.
001630        05  DBL52-NET-DIFFERENCE     PIC S9(13)V99 SIGN LEADING
001640                                      SEPARATE VALUE 0.
001650*
001660*--------------------------------------------------------------*
001670*  DBL52-LINE-WORK - ONE JOURNAL LINE BEING BUILT. A NEGATIVE   *
001680*  SUMMARY (RETURNS, REVERSALS) POSTS THE MAP'S SIDES THE       *
001690*  OTHER WAY ROUND, SO EVERY JOURNAL AMOUNT IS POSITIVE.        *
001700*--------------------------------------------------------------*
001710    01  DBL52-LINE-WORK.
001720        05  DBL52-LINE-ACCT          PIC X(10) VALUE SPACES.
001730        05  DBL52-LINE-SIDE          PIC X(02) VALUE SPACES.
001740        05  DBL52-LINE-AMOUNT        PIC S9(13)V99 SIGN LEADING
001750                                      SEPARATE VALUE 0.
001760        05  DBL52-DEBIT-ACCT         PIC X(10) VALUE SPACES.
001770        05  DBL52-CREDIT-ACCT        PIC X(10) VALUE SPACES.
001780*
001790*--------------------------------------------------------------*
001800*  DBL52-RENAME-AREA - RESOLVES DBLGLJT/DBLGLJ THE SAME WAY     *
001810*  GNUCOBOL'S OWN FILE ASSIGNMENT DOES, SO CBL_RENAME_FILE      *
001820*  RENAMES THE SAME PHYSICAL FILES THE ASSIGN CLAUSES OPEN.     *
001830*--------------------------------------------------------------*
001840    01  DBL52-RENAME-AREA.
001850        05  DBL52-OLD-NAME           PIC X(20) VALUE SPACES.
001860        05  DBL52-NEW-NAME           PIC X(20) VALUE SPACES.
001870        05  DBL52-RENAME-RC          PIC S9(9) COMP-5 VALUE 0.
001880*
001890    01  DBL52-DISPLAY-EDIT.
001900        05  DBL52-AMOUNT-ED          PIC 9999999999999.99.
001910        05  DBL52-DEBITS-ED          PIC 9999999999999.99.
001920        05  DBL52-CREDITS-ED         PIC 9999999999999.99.
001930        05  DBL52-TOTAL-ED           PIC -9999999999999.99.
001940*
001950    PROCEDURE DIVISION.
001960*================================================================
001970*  0000-MAINLINE
001980*================================================================
001990    0000-MAINLINE.
002000        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010        PERFORM 2100-READ-OUTPUT THRU 2100-EXIT.
002020        PERFORM 2200-SUMMARIZE-ONE-RECORD THRU 2200-EXIT
002030            UNTIL DBL52-EOF-YES.
002040        CLOSE DBL-OUTPUT-FILE.
002050        PERFORM 3000-WRITE-HEADER THRU 3000-EXIT.
002060        PERFORM 3100-WRITE-ONE-SUMMARY THRU 3100-EXIT
002070            VARYING DBL52-SUM-SUB FROM 1 BY 1
002080            UNTIL DBL52-SUM-SUB > DBL52-SUM-COUNT.
002090        PERFORM 3500-WRITE-TRAILER THRU 3500-EXIT.
002100        CLOSE DBL-JOURNAL-TEMP-FILE.
002110        PERFORM 4000-PROVE-JOURNAL THRU 4000-EXIT.
002120        PERFORM 9000-TERMINATE THRU 9000-EXIT.
002130        STOP RUN.
002140*================================================================
002150*  1000-INITIALIZE - SETTLE THE PREREQUISITE, LOAD THE ACCOUNT
002160*  MAP AND OPEN THE SOURCE AND THE JOURNAL.
002170*================================================================
002173    1000-INITIALIZE.
002176        ACCEPT DBL52-START-DATE FROM DATE YYYYMMDD.
002180        ACCEPT DBL52-START-CLOCK FROM TIME.
002181        CALL 'DBL010' USING LS-DBL010-PARMS.
002182        IF NOT LS-DBL010-DATE-OK
002184            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
002185            MOVE 16 TO RETURN-CODE
002187            STOP RUN
002188        END-IF.
002190        MOVE LS-DBL010-BUS-DATE TO DBL52-RUN-DATE.
002200        PERFORM 1050-CHECK-PREREQUISITE THRU 1050-EXIT.
002210        PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
002220        OPEN INPUT DBL-OUTPUT-FILE.
002230        IF DBL52-OUT-STATUS NOT = '00'
002240            DISPLAY 'FATAL - DBLOUT OPEN FAILED, STATUS '
002250                DBL52-OUT-STATUS
002260            MOVE 16 TO RETURN-CODE
002270            STOP RUN
002280        END-IF.
002290        OPEN OUTPUT DBL-JOURNAL-TEMP-FILE.
002300        IF DBL52-GLJT-STATUS NOT = '00'
002310            DISPLAY 'FATAL - DBLGLJT OPEN FAILED, STATUS '
002320                DBL52-GLJT-STATUS
002330            MOVE 16 TO RETURN-CODE
002340            STOP RUN
002350        END-IF.
002360    1000-EXIT.
002370        EXIT.
002380*================================================================
002390*  1050-CHECK-PREREQUISITE - THE LEDGER IS POSTED ONLY FROM A
002400*  PROVEN BALANCE: THE MANIFEST MUST SHOW DBL400 AT RC 0 FOR
002410*  THIS BUSINESS DATE. RC 24, AS IN DBL500.
002420*================================================================
002430    1050-CHECK-PREREQUISITE.
002440        OPEN INPUT DBL-MANIFEST-FILE.
002450        IF DBL52-MAN-STATUS = '00'
002460            PERFORM 1060-SCAN-MANIFEST THRU 1060-EXIT
002470                UNTIL DBL52-MAN-EOF-YES OR DBL52-PREREQ-OK
002480        END-IF.
002490        CLOSE DBL-MANIFEST-FILE.
002500        IF NOT DBL52-PREREQ-OK
002510            DISPLAY 'DBL400 BALANCE NOT PROVEN ON MANIFEST FOR '
002520                DBL52-RUN-DATE ' - RUN REFUSED'
002530            MOVE 24 TO RETURN-CODE
002540            STOP RUN
002550        END-IF.
002560    1050-EXIT.
002570        EXIT.
002580*
002590    1060-SCAN-MANIFEST.
002600        READ DBL-MANIFEST-FILE
002610            AT END
002620                MOVE 'Y' TO DBL52-MAN-EOF-SW
002630                GO TO 1060-EXIT
002640        END-READ.
002650        IF DBL-MAN-PROGRAM = 'DBL400  '
002660                AND DBL-MAN-RUN-DATE = DBL52-RUN-DATE
002670                AND DBL-MAN-RETURN-CODE = 0
002680            MOVE 'Y' TO DBL52-PREREQ-OK-SW
002690        END-IF.
002700    1060-EXIT.
002710        EXIT.
002720*================================================================
002730*  1100-LOAD-ACCOUNT-MAP - THE MAP IS REQUIRED. A ROW MISSING
002740*  EITHER ACCOUNT IS REFUSED WITH A CONSOLE WARNING, THE SAME
002750*  WAY DBL100 TREATS A BAD DBLPFM ROW, SO IT CANNOT PRODUCE A
002760*  ONE-SIDED ENTRY.
002770*================================================================
002780    1100-LOAD-ACCOUNT-MAP.
002790        OPEN INPUT DBL-ACCOUNT-MAP-FILE.
002800        IF DBL52-GLM-STATUS NOT = '00'
002810            DISPLAY 'FATAL - DBLGLM OPEN FAILED, STATUS '
002820                DBL52-GLM-STATUS
002830            MOVE 16 TO RETURN-CODE
002840            STOP RUN
002850        END-IF.
002860        PERFORM 1110-READ-MAP-ROW THRU 1110-EXIT
002870            UNTIL DBL52-GLM-EOF-YES.
002880        CLOSE DBL-ACCOUNT-MAP-FILE.
002890    1100-EXIT.
002900        EXIT.
002910*
002920    1110-READ-MAP-ROW.
002930        READ DBL-ACCOUNT-MAP-FILE
002940            AT END
002950                MOVE 'Y' TO DBL52-GLM-EOF-SW
002960                GO TO 1110-EXIT
002970        END-READ.
002980        IF DBL52-GLM-TRAN-TYPE = SPACES
002990                OR DBL52-GLM-DEBIT-ACCT = SPACES
003000                OR DBL52-GLM-CREDIT-ACCT = SPACES
003010            DISPLAY 'DBLGLM ROW INCOMPLETE, IGNORED: '
003020                DBL-ACCOUNT-MAP-RECORD
003030            GO TO 1110-EXIT
003040        END-IF.
003050        IF DBL52-MAP-COUNT >= 200
003060            DISPLAY 'FATAL - DBLGLM EXCEEDS 200 ROWS'
003070            MOVE 16 TO RETURN-CODE
003080            STOP RUN
003090        END-IF.
003100        ADD 1 TO DBL52-MAP-COUNT.
003110        MOVE DBL52-GLM-STORE TO DBL52-MAP-STORE (DBL52-MAP-COUNT).
003120        MOVE DBL52-GLM-TRAN-TYPE
003130            TO DBL52-MAP-TYPE (DBL52-MAP-COUNT).
003140        MOVE DBL52-GLM-DEBIT-ACCT
003150            TO DBL52-MAP-DEBIT (DBL52-MAP-COUNT).
003160        MOVE DBL52-GLM-CREDIT-ACCT
003170            TO DBL52-MAP-CREDIT (DBL52-MAP-COUNT).
003180    1110-EXIT.
003190        EXIT.
003200*
003210    2100-READ-OUTPUT.
003220        READ DBL-OUTPUT-FILE
003230            AT END
003240                MOVE 'Y' TO DBL52-EOF-SW
003250        END-READ.
003260        IF NOT DBL52-EOF-YES
003270            ADD 1 TO DBL52-COUNT-READ
003280        END-IF.
003290    2100-EXIT.
003300        EXIT.
003310*================================================================
003320*  2200-SUMMARIZE-ONE-RECORD - OVERFLOWED RECORDS CARRY A ZERO
003330*  AMOUNT AND LIVE ON THE SUSPENSE SIDE, SO THEY ARE DROPPED
003340*  EXACTLY AS DBL500 DROPS THEM FROM DBLWHS. THE SURVIVORS
003350*  ROLL INTO THEIR STORE/TYPE SUMMARY.
003360*================================================================
003370    2200-SUMMARIZE-ONE-RECORD.
003380        IF DBL1-WAS-OVERFLOW
003390            ADD 1 TO DBL52-COUNT-DROPPED
003400            GO TO 2200-NEXT
003410        END-IF.
003420        MOVE 0 TO DBL52-SUM-IX.
003430        PERFORM 2300-SCAN-SUMMARY THRU 2300-EXIT
003440            VARYING DBL52-SUM-SUB FROM 1 BY 1
003450            UNTIL DBL52-SUM-SUB > DBL52-SUM-COUNT
003460                OR DBL52-SUM-IX > 0.
003470        IF DBL52-SUM-IX = 0
003480            IF DBL52-SUM-COUNT >= 400
003490                DISPLAY 'FATAL - MORE THAN 400 STORE/TYPE '
003500                    'SUMMARIES'
003510                MOVE 16 TO RETURN-CODE
003520                STOP RUN
003530            END-IF
003540            ADD 1 TO DBL52-SUM-COUNT
003550            MOVE DBL52-SUM-COUNT TO DBL52-SUM-IX
003560            MOVE DBL1-STORE TO DBL52-SUM-STORE (DBL52-SUM-IX)
003570            MOVE DBL1-TRAN-TYPE TO DBL52-SUM-TYPE (DBL52-SUM-IX)
003580            MOVE 0 TO DBL52-SUM-RECORDS (DBL52-SUM-IX)
003590            MOVE 0 TO DBL52-SUM-AMOUNT (DBL52-SUM-IX)
003600        END-IF.
003610        ADD 1 TO DBL52-SUM-RECORDS (DBL52-SUM-IX).
003620        ADD DBL1-DOUBLED-QTY TO DBL52-SUM-AMOUNT (DBL52-SUM-IX).
003630        ADD DBL1-DOUBLED-QTY TO DBL52-OUT-TOTAL.
003640    2200-NEXT.
003650        PERFORM 2100-READ-OUTPUT THRU 2100-EXIT.
003660    2200-EXIT.
003670        EXIT.
003680*
003690    2300-SCAN-SUMMARY.
003700        IF DBL52-SUM-STORE (DBL52-SUM-SUB) = DBL1-STORE
003710                AND DBL52-SUM-TYPE (DBL52-SUM-SUB)
003715                    = DBL1-TRAN-TYPE
003720            MOVE DBL52-SUM-SUB TO DBL52-SUM-IX
003730        END-IF.
003740    2300-EXIT.
003750        EXIT.
003760*================================================================
003770*  3000-WRITE-HEADER - H RECORD: BATCH ID (SOURCE PLUS
003780*  BUSINESS DATE), BUSINESS DATE, SOURCE JOB.
003790*================================================================
003800    3000-WRITE-HEADER.
003810        MOVE SPACES TO DBL52-GLJ-RECORD.
003820        STRING 'H' '|' 'DBL' DBL52-RUN-DATE '|' DBL52-RUN-DATE
003830            '|' 'DBL520'
003840            DELIMITED BY SIZE INTO DBL52-GLJ-RECORD.
003850        WRITE DBL52-GLJ-RECORD.
003860    3000-EXIT.
003870        EXIT.
003880*================================================================
003890*  3100-WRITE-ONE-SUMMARY - FIND THE SUMMARY'S ACCOUNTS AND
003900*  WRITE ITS DEBIT/CREDIT PAIR. A SUMMARY THAT NETS TO ZERO
003910*  HAS NOTHING TO POST. ONE WITH NO MAP ROW IS NAMED ON THE
003920*  CONSOLE AND STOPS THE JOURNAL BEING RELEASED.
003930*================================================================
003940    3100-WRITE-ONE-SUMMARY.
003950        ADD DBL52-SUM-AMOUNT (DBL52-SUM-SUB) TO DBL52-SUMMARY-NET.
003960        IF DBL52-SUM-AMOUNT (DBL52-SUM-SUB) = 0
003970            ADD 1 TO DBL52-COUNT-ZERO
003980            GO TO 3100-EXIT
003990        END-IF.
004000        PERFORM 3200-FIND-ACCOUNTS THRU 3200-EXIT.
004010        IF DBL52-MAP-IX = 0
004020            MOVE 'Y' TO DBL52-UNMAPPED-SW
004030            DISPLAY 'NO DBLGLM ACCOUNTS FOR STORE '
004040                DBL52-SUM-STORE (DBL52-SUM-SUB) ' TYPE '
004050                DBL52-SUM-TYPE (DBL52-SUM-SUB)
004060            GO TO 3100-EXIT
004070        END-IF.
004080*       A NEGATIVE SUMMARY POSTS THE MAP'S SIDES REVERSED.
004090        IF DBL52-SUM-AMOUNT (DBL52-SUM-SUB) > 0
004100            MOVE DBL52-MAP-DEBIT (DBL52-MAP-IX)
004105                TO DBL52-DEBIT-ACCT
004110            MOVE DBL52-MAP-CREDIT (DBL52-MAP-IX)
004120                TO DBL52-CREDIT-ACCT
004130            MOVE DBL52-SUM-AMOUNT (DBL52-SUM-SUB)
004140                TO DBL52-LINE-AMOUNT
004150        ELSE
004160            MOVE DBL52-MAP-CREDIT (DBL52-MAP-IX)
004170                TO DBL52-DEBIT-ACCT
004180            MOVE DBL52-MAP-DEBIT (DBL52-MAP-IX)
004185                TO DBL52-CREDIT-ACCT
004190            COMPUTE DBL52-LINE-AMOUNT =
004200                0 - DBL52-SUM-AMOUNT (DBL52-SUM-SUB)
004210        END-IF.
004220        MOVE DBL52-DEBIT-ACCT TO DBL52-LINE-ACCT.
004230        MOVE 'DR' TO DBL52-LINE-SIDE.
004240        PERFORM 3300-WRITE-JOURNAL-LINE THRU 3300-EXIT.
004250        MOVE DBL52-CREDIT-ACCT TO DBL52-LINE-ACCT.
004260        MOVE 'CR' TO DBL52-LINE-SIDE.
004270        PERFORM 3300-WRITE-JOURNAL-LINE THRU 3300-EXIT.
004280    3100-EXIT.
004290        EXIT.
004300*================================================================
004310*  3200-FIND-ACCOUNTS - THE STORE'S OWN ROW FOR THE TYPE WINS;
004320*  FAILING THAT, THE TYPE'S BLANK-STORE DEFAULT ROW.
004330*================================================================
004340    3200-FIND-ACCOUNTS.
004350        MOVE 0 TO DBL52-MAP-IX.
004360        MOVE 0 TO DBL52-MAP-DFT-IX.
004370        PERFORM 3210-SCAN-MAP THRU 3210-EXIT
004380            VARYING DBL52-MAP-SUB FROM 1 BY 1
004390            UNTIL DBL52-MAP-SUB > DBL52-MAP-COUNT
004400                OR DBL52-MAP-IX > 0.
004410        IF DBL52-MAP-IX = 0
004420            MOVE DBL52-MAP-DFT-IX TO DBL52-MAP-IX
004430        END-IF.
004440    3200-EXIT.
004450        EXIT.
004460*
004470    3210-SCAN-MAP.
004480        IF DBL52-MAP-TYPE (DBL52-MAP-SUB)
004490                NOT = DBL52-SUM-TYPE (DBL52-SUM-SUB)
004500            GO TO 3210-EXIT
004510        END-IF.
004520        IF DBL52-MAP-STORE (DBL52-MAP-SUB)
004530                = DBL52-SUM-STORE (DBL52-SUM-SUB)
004540            MOVE DBL52-MAP-SUB TO DBL52-MAP-IX
004550            GO TO 3210-EXIT
004560        END-IF.
004570        IF DBL52-MAP-STORE (DBL52-MAP-SUB) = SPACES
004580                AND DBL52-MAP-DFT-IX = 0
004590            MOVE DBL52-MAP-SUB TO DBL52-MAP-DFT-IX
004600        END-IF.
004610    3210-EXIT.
004620        EXIT.
004630*================================================================
004640*  3300-WRITE-JOURNAL-LINE - ONE D RECORD. THE CONTROL TOTALS
004650*  ARE ROLLED FROM THE LINE AS WRITTEN.
004660*================================================================
004670    3300-WRITE-JOURNAL-LINE.
004680        ADD 1 TO DBL52-COUNT-LINES.
004690        MOVE DBL52-LINE-AMOUNT TO DBL52-AMOUNT-ED.
004700        MOVE SPACES TO DBL52-GLJ-RECORD.
004710        STRING 'D' '|' DBL52-COUNT-LINES '|' DBL52-LINE-ACCT '|'
004720            DBL52-LINE-SIDE '|' DBL52-AMOUNT-ED '|'
004730            DBL52-SUM-STORE (DBL52-SUM-SUB) '|'
004740            DBL52-SUM-TYPE (DBL52-SUM-SUB) '|' DBL52-RUN-DATE
004750            DELIMITED BY SIZE INTO DBL52-GLJ-RECORD.
004760        WRITE DBL52-GLJ-RECORD.
004770        IF DBL52-LINE-SIDE = 'DR'
004780            ADD DBL52-LINE-AMOUNT TO DBL52-TOTAL-DEBITS
004790        ELSE
004800            ADD DBL52-LINE-AMOUNT TO DBL52-TOTAL-CREDITS
004810        END-IF.
004820    3300-EXIT.
004830        EXIT.
004840*================================================================
004850*  3500-WRITE-TRAILER - T RECORD: LINE COUNT, TOTAL DEBITS,
004860*  TOTAL CREDITS, SO THE LEDGER INTAKE CAN PROVE THE BATCH.
004870*================================================================
004880    3500-WRITE-TRAILER.
004890        MOVE DBL52-TOTAL-DEBITS TO DBL52-DEBITS-ED.
004900        MOVE DBL52-TOTAL-CREDITS TO DBL52-CREDITS-ED.
004910        MOVE SPACES TO DBL52-GLJ-RECORD.
004920        STRING 'T' '|' DBL52-COUNT-LINES '|' DBL52-DEBITS-ED
004930            '|' DBL52-CREDITS-ED
004940            DELIMITED BY SIZE INTO DBL52-GLJ-RECORD.
004950        WRITE DBL52-GLJ-RECORD.
004960    3500-EXIT.
004970        EXIT.
004980*================================================================
004990*  4000-PROVE-JOURNAL - THE JOURNAL IS RELEASED ONLY IF ITS
005000*  DEBITS AND CREDITS NET TO ZERO, EVERY SUMMARY FOUND ITS
005010*  ACCOUNTS, AND THE SUMMARIES TIE BACK TO DBLOUT. A REFUSAL
005020*  LEAVES THE JOURNAL ON DBLGLJT, STAMPS RC 8 ON THE MANIFEST
005030*  AND ENDS THE RUN - DBLGLJ IS NEVER TOUCHED.
005040*================================================================
005050    4000-PROVE-JOURNAL.
005060        COMPUTE DBL52-NET-DIFFERENCE =
005070            DBL52-TOTAL-DEBITS - DBL52-TOTAL-CREDITS.
005080        IF DBL52-NET-DIFFERENCE NOT = 0
005090            MOVE DBL52-NET-DIFFERENCE TO DBL52-TOTAL-ED
005100            DISPLAY 'GL JOURNAL DEBITS LESS CREDITS '
005110                DBL52-TOTAL-ED ' - NOT RELEASED'
005120            PERFORM 4100-REFUSE-RELEASE THRU 4100-EXIT
005130        END-IF.
005140        IF DBL52-UNMAPPED-FOUND
005150            DISPLAY 'GL JOURNAL HAS UNMAPPED SUMMARIES - '
005160                'NOT RELEASED'
005170            PERFORM 4100-REFUSE-RELEASE THRU 4100-EXIT
005180        END-IF.
005190        IF DBL52-SUMMARY-NET NOT = DBL52-OUT-TOTAL
005200            MOVE DBL52-OUT-TOTAL TO DBL52-TOTAL-ED
005210            DISPLAY 'GL SUMMARIES DO NOT TIE TO DBLOUT TOTAL '
005220                DBL52-TOTAL-ED ' - NOT RELEASED'
005230            PERFORM 4100-REFUSE-RELEASE THRU 4100-EXIT
005240        END-IF.
005250        PERFORM 4200-RELEASE-JOURNAL THRU 4200-EXIT.
005260    4000-EXIT.
005270        EXIT.
005280*
005290    4100-REFUSE-RELEASE.
005300        MOVE 8 TO RETURN-CODE.
005310        PERFORM 9300-STAMP-MANIFEST THRU 9300-EXIT.
005320        STOP RUN.
005330    4100-EXIT.
005340        EXIT.
005350*================================================================
005360*  4200-RELEASE-JOURNAL - RENAME THE PROVEN DBLGLJT OVER
005370*  DBLGLJ, THE SAME TEMP-AND-RENAME PATH DBL500 USES FOR ITS
005380*  GENERATION FILE.
005390*================================================================
005400    4200-RELEASE-JOURNAL.
005410        ACCEPT DBL52-OLD-NAME FROM ENVIRONMENT "DBLGLJT".
005420        IF DBL52-OLD-NAME = SPACES
005430            MOVE "DBLGLJT" TO DBL52-OLD-NAME
005440        END-IF.
005450        ACCEPT DBL52-NEW-NAME FROM ENVIRONMENT "DBLGLJ".
005460        IF DBL52-NEW-NAME = SPACES
005470            MOVE "DBLGLJ" TO DBL52-NEW-NAME
005480        END-IF.
005490        CALL "CBL_RENAME_FILE" USING DBL52-OLD-NAME
005500            DBL52-NEW-NAME RETURNING DBL52-RENAME-RC.
005510        IF DBL52-RENAME-RC NOT = 0
005520            DISPLAY 'FATAL - DBLGLJ RENAME FAILED, RC '
005530                DBL52-RENAME-RC
005540            MOVE 16 TO RETURN-CODE
005550            STOP RUN
005560        END-IF.
005570    4200-EXIT.
005580        EXIT.
005590*================================================================
005600*  9000-TERMINATE - STAMP THE MANIFEST AND ECHO THE COUNTS.
005610*================================================================
005620    9000-TERMINATE.
005630        MOVE 0 TO RETURN-CODE.
005640        PERFORM 9300-STAMP-MANIFEST THRU 9300-EXIT.
005650        MOVE DBL52-TOTAL-DEBITS TO DBL52-DEBITS-ED.
005660        MOVE DBL52-TOTAL-CREDITS TO DBL52-CREDITS-ED.
005670        DISPLAY 'RECORDS READ  . . . . . : ' DBL52-COUNT-READ.
005680        DISPLAY 'OVERFLOWS DROPPED . . . : ' DBL52-COUNT-DROPPED.
005685        MOVE DBL52-SUM-COUNT TO DBL52-COUNT-SUMMARIES.
005690        DISPLAY 'STORE/TYPE SUMMARIES  . : '
005692            DBL52-COUNT-SUMMARIES.
005695        DISPLAY 'ZERO-NET SUMMARIES  . . : ' DBL52-COUNT-ZERO.
005700        DISPLAY 'JOURNAL LINES . . . . . : ' DBL52-COUNT-LINES.
005710        DISPLAY 'TOTAL DEBITS  . . . . . : ' DBL52-DEBITS-ED.
005720        DISPLAY 'TOTAL CREDITS . . . . . : ' DBL52-CREDITS-ED.
005730        DISPLAY 'DBL520 PROCESSING COMPLETE'.
005740    9000-EXIT.
005750        EXIT.
005760*================================================================
005770*  9300-STAMP-MANIFEST - THE JOURNAL JOB STAMPS ITS RESULT,
005780*  RELEASED (RC 0) OR REFUSED (RC 8), THE WAY DBL400 STAMPS
005790*  ITS BALANCE VERDICT. STATUS 05 IS THE FIRST-EVER RUN
005800*  CREATING THE MANIFEST.
005810*================================================================
005820    9300-STAMP-MANIFEST.
005830        OPEN EXTEND DBL-MANIFEST-FILE.
005840        IF DBL52-MAN-STATUS NOT = '00'
005850                AND DBL52-MAN-STATUS NOT = '05'
005860            DISPLAY 'FATAL - DBLMAN OPEN FAILED, STATUS '
005870                DBL52-MAN-STATUS
005880            MOVE 16 TO RETURN-CODE
005890            STOP RUN
005900        END-IF.
005910        MOVE 'DBL520  ' TO DBL-MAN-PROGRAM.
005920        MOVE DBL52-RUN-DATE TO DBL-MAN-RUN-DATE.
005930        MOVE RETURN-CODE TO DBL-MAN-RETURN-CODE.
005940        ACCEPT DBL-MAN-FINISH-DATE FROM DATE YYYYMMDD.
005942        ACCEPT DBL52-STAMP-CLOCK FROM TIME.
005945        MOVE DBL52-STAMP-CLOCK (1:6) TO DBL-MAN-FINISH-TIME.
005947        MOVE DBL52-START-DATE TO DBL-MAN-START-DATE.
005950        MOVE DBL52-START-CLOCK (1:6) TO DBL-MAN-START-TIME.
005960        MOVE DBL52-COUNT-LINES TO DBL-MAN-REC-COUNT.
005970        WRITE DBL-MANIFEST-RECORD.
005980        CLOSE DBL-MANIFEST-FILE.
005990    9300-EXIT.
006000        EXIT.
