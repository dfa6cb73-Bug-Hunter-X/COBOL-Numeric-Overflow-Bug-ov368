000010    IDENTIFICATION DIVISION.
000020    PROGRAM-ID. DBL450.
000030    AUTHOR. R JENNINGS.
000040    INSTALLATION. ORDER ENTRY SYSTEMS.
000050    DATE-WRITTEN. 10/15/2026.
000060    DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100*  DATE       BY   DESCRIPTION                                  *
000110*  ---------- ---- -------------------------------------------  *
000120*  10/15/2026 RJ   ORIGINAL VERSION. RELEASE PASS FOR THE       *
000130*                  DBLHLD LARGE-AMOUNT HOLD QUEUE. DBL100 HOLDS *
000140*                  A SCALED AMOUNT OVER ITS DBLLIM CEILING      *
000150*                  INSTEAD OF WRITING IT TO DBLOUT; HERE A      *
000160*                  SUPERVISOR (LEVEL 3 ON DBLOPM, AUTHORIZED    *
000170*                  THE SAME WAY DBL100 AUTHORIZES ITS RUN)      *
000180*                  DECIDES EACH HELD ITEM FROM A DBLHDC CARD.   *
000190*                  AN APPROVED ITEM IS MARKED FOR DELIVERY TO   *
000200*                  DBLOUT BY THE NEXT DBL100 RUN; A REJECTED    *
000210*                  ONE GOES TO DBLSUS AS 'HOLD REJECTED' FOR    *
000220*                  DBL300 TO CORRECT OR AGE LIKE ANY OTHER      *
000230*                  REJECT. EVERY DECISION IS WRITTEN TO DBLAUD  *
000240*                  UNDER THE DECIDING OPERATOR ('A' OR 'X' IN   *
000250*                  THE OVERFLOW BYTE), AND EVERY REFUSED RUN AS *
000260*                  AN AUTHFAIL LINE. THE DBL45RPT REPORT LISTS  *
000270*                  THE DECISIONS AND THE ITEMS STILL PENDING.   *
000280*                  REFUSED CARDS END THE RUN WITH RC 8; AN      *
000290*                  UNAUTHORIZED OPERATOR IS REFUSED OUTRIGHT    *
000300*                  WITH RC 12.                                  *
000301*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000302*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000303*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000304*                  DECISION AND SUSPENSE LINES ARE STAMPED WITH *
000305*                  THE BUSINESS DATE.                           *
000306*  10/15/2026 RJ   THE DBLAUD RECORD WIDENED FROM 73 TO 74      *
000307*                  BYTES AND THE DBLHLD RECORD FROM 112 TO 113  *
000308*                  FOR THE PROMO RULE DBL200 APPLIED WHEN THE   *
000309*                  ITEM WAS SCALED; THE DECISION AUDIT LINE     *
000310*                  CARRIES THE HELD ITEM'S RULE.                *
000311*  10/15/2026 RJ   THE DBLMAN STAMP NOW CARRIES THIS STEP'S     *
000312*                  START DATE AND TIME, AND ITS FINISH TIME IS  *
000313*                  TAKEN AS HHMMSS (IT WAS BEING CUT TO         *
000314*                  MMSSHH), FOR THE DBL980 BATCH-WINDOW STATUS  *
000315*                  BOARD.                                       *
000317*--------------------------------------------------------------*
000320*
000330    ENVIRONMENT DIVISION.
000340    CONFIGURATION SECTION.
000350    SOURCE-COMPUTER. IBM-370.
000360    OBJECT-COMPUTER. IBM-370.
000370    INPUT-OUTPUT SECTION.
000380    FILE-CONTROL.
000390        SELECT DBL-OPERATOR-FILE ASSIGN TO DBLOPM
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE IS RANDOM
000420            RECORD KEY IS DBL-OPM-ID
000430            FILE STATUS IS DBL45-OPM-STATUS.
000440        SELECT DBL-DECISION-FILE ASSIGN TO DBLHDC
000450            ORGANIZATION IS LINE SEQUENTIAL
000460            FILE STATUS IS DBL45-HDC-STATUS.
000470        SELECT OPTIONAL DBL-HOLD-FILE ASSIGN TO DBLHLD
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS DYNAMIC
000500            RECORD KEY IS DBL-HLD-REF-NO
000510            FILE STATUS IS DBL45-HLD-STATUS.
000520        SELECT OPTIONAL DBL-SUSPENSE-FILE ASSIGN TO DBLSUS
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE IS RANDOM
000550            RECORD KEY IS DBL-SUS-REF-NO
000560            FILE STATUS IS DBL45-SUS-STATUS.
000570        SELECT OPTIONAL DBL-REFERENCE-FILE ASSIGN TO DBLREF
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS RANDOM
000600            RECORD KEY IS DBL-REF-NO
000610            FILE STATUS IS DBL45-REF-STATUS.
000620        SELECT OPTIONAL DBL-AUDIT-FILE ASSIGN TO DBLAUD
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS IS DBL45-AUD-STATUS.
000650        SELECT DBL-RELEASE-REPORT-FILE ASSIGN TO DBL45RPT
000660            ORGANIZATION IS LINE SEQUENTIAL
000670            FILE STATUS IS DBL45-RPT-STATUS.
000680        SELECT OPTIONAL DBL-MANIFEST-FILE ASSIGN TO DBLMAN
000690            ORGANIZATION IS LINE SEQUENTIAL
000700            FILE STATUS IS DBL45-MAN-STATUS.
000710*
000720    DATA DIVISION.
000730    FILE SECTION.
000740*--------------------------------------------------------------*
000750*  DBL-OPERATOR-FILE - THE OPERATOR MASTER. THE DBLOPID         *
000760*  OPERATOR MUST BE ACTIVE AND AT SUPERVISOR LEVEL 3 TO DECIDE  *
000770*  A HELD ITEM. AUTHORITY: 1 = BATCH, 2 = INTERACTIVE,          *
000780*  3 = SUPERVISOR.                                              *
000790*--------------------------------------------------------------*
000800    FD  DBL-OPERATOR-FILE
000810        RECORD CONTAINS 30 CHARACTERS.
000820    01  DBL-OPERATOR-MASTER-RECORD.
000830        05  DBL-OPM-ID               PIC X(08).
000840        05  DBL-OPM-NAME             PIC X(20).
000850        05  DBL-OPM-AUTHORITY        PIC 9(01).
000860        05  DBL-OPM-ACTIVE           PIC X(01).
000870*--------------------------------------------------------------*
000880*  DBL-DECISION-FILE - SUPERVISOR-PREPARED DECISIONS, ONE CARD  *
000890*  PER HELD REFERENCE: A TO APPROVE, R TO REJECT.               *
000900*--------------------------------------------------------------*
000910    FD  DBL-DECISION-FILE
000920        RECORD CONTAINS 11 CHARACTERS.
000930    01  DBL-DECISION-RECORD.
000940        05  DBL-HDC-REF-NO           PIC X(10).
000950        05  DBL-HDC-DECISION         PIC X(01).
000960*--------------------------------------------------------------*
000970*  DBL-HOLD-FILE - THE HOLD QUEUE DBL100 WRITES, IN THE SHARED  *
000980*  DBLHLDR LAYOUT. ONLY ITEMS STILL HELD MAY BE DECIDED.        *
000990*--------------------------------------------------------------*
001000    FD  DBL-HOLD-FILE
001010        RECORD CONTAINS 113 CHARACTERS.
001020        COPY DBLHLDR.
001030*--------------------------------------------------------------*
001040*  DBL-SUSPENSE-FILE - A REJECTED ITEM IS WRITTEN HERE UNDER    *
001050*  ITS OWN REFERENCE, IN THE SHARED DBLSUSR LAYOUT.             *
001060*--------------------------------------------------------------*
001070    FD  DBL-SUSPENSE-FILE
001080        RECORD CONTAINS 71 CHARACTERS.
001090        COPY DBLSUSR.
001100*--------------------------------------------------------------*
001110*  DBL-REFERENCE-FILE - A REJECTED ITEM'S REFERENCE GOES FROM   *
001120*  HELD TO SUSPENDED, SO DBL300 MAY REPAIR IT.                  *
001130*--------------------------------------------------------------*
001140    FD  DBL-REFERENCE-FILE
001150        RECORD CONTAINS 40 CHARACTERS.
001160        COPY DBLREFR.
001170*--------------------------------------------------------------*
001180*  DBL-AUDIT-FILE - EVERY DECISION AND EVERY REFUSED RUN IS     *
001190*  APPENDED TO THE TRAIL, SHARED DBLAUDR LAYOUT.                *
001200*--------------------------------------------------------------*
001210    FD  DBL-AUDIT-FILE
001220        RECORD CONTAINS 74 CHARACTERS.
001230        COPY DBLAUDR.
001240*--------------------------------------------------------------*
001250*  DBL-RELEASE-REPORT-FILE - DECISIONS AND PENDING HOLDS.       *
001260*--------------------------------------------------------------*
001270    FD  DBL-RELEASE-REPORT-FILE
001280        RECORD CONTAINS 80 CHARACTERS.
001290    01  DBL45-REPORT-LINE            PIC X(80).
001300*--------------------------------------------------------------*
001310*  DBL-MANIFEST-FILE - THE SHARED RUN MANIFEST, STAMPED WITH    *
001320*  THIS PASS'S COMPLETION.                                      *
001330*--------------------------------------------------------------*
001340    FD  DBL-MANIFEST-FILE
001350        RECORD CONTAINS 53 CHARACTERS.
001360        COPY DBLMANR.
001370*
001380    WORKING-STORAGE SECTION.
001390    01  DBL45-SWITCHES.
001400        05  DBL45-HDC-EOF-SW         PIC X(01) VALUE 'N'.
001410            88  DBL45-HDC-EOF-YES               VALUE 'Y'.
001420        05  DBL45-HLD-EOF-SW         PIC X(01) VALUE 'N'.
001430            88  DBL45-HLD-EOF-YES               VALUE 'Y'.
001440        05  DBL45-HLD-FOUND-SW       PIC X(01) VALUE 'N'.
001450            88  DBL45-HLD-FOUND                 VALUE 'Y'.
001460        05  DBL45-REF-FOUND-SW       PIC X(01) VALUE 'N'.
001470            88  DBL45-REF-FOUND                 VALUE 'Y'.
001480*
001481    01  DBL45-RUN-DATE               PIC 9(08) VALUE 0.
001482*
001483*--------------------------------------------------------------*
001484*  DBL45-RUN-CLOCK - WHEN THIS STEP STARTED, AND THE           *
001485*  CLOCK AT THE MANIFEST STAMP. THE CLOCK READS HHMMSSHH; THE  *
001486*  STAMP KEEPS HHMMSS.                                         *
001487*--------------------------------------------------------------*
001488    01  DBL45-RUN-CLOCK.
001489        05  DBL45-START-DATE         PIC 9(08) VALUE 0.
001490        05  DBL45-START-CLOCK        PIC 9(08) VALUE 0.
001491        05  DBL45-STAMP-CLOCK        PIC 9(08) VALUE 0.
001492*
001493*--------------------------------------------------------------*
001495*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001496*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001497*--------------------------------------------------------------*
001498    COPY DBLDPARM.
001500*
001510    01  DBL45-OPERATOR-ID            PIC X(08) VALUE SPACES.
001520*
001530*--------------------------------------------------------------*
001540*  DBL45-OPERATOR-AUTH - WHAT THE MASTER SAYS ABOUT THE DBLOPID *
001550*  OPERATOR, ENFORCED BEFORE ANY CARD IS READ.                  *
001560*--------------------------------------------------------------*
001570    01  DBL45-OPERATOR-AUTH.
001580        05  DBL45-OPR-FOUND-SW       PIC X(01) VALUE 'N'.
001590            88  DBL45-OPR-FOUND                 VALUE 'Y'.
001600        05  DBL45-OPR-ACTIVE         PIC X(01) VALUE 'N'.
001610        05  DBL45-OPR-AUTHORITY      PIC 9(01) VALUE 0.
001620*
001630    01  DBL45-FILE-STATUSES.
001640        05  DBL45-OPM-STATUS         PIC X(02) VALUE SPACES.
001650        05  DBL45-HDC-STATUS         PIC X(02) VALUE SPACES.
001660        05  DBL45-HLD-STATUS         PIC X(02) VALUE SPACES.
001670        05  DBL45-SUS-STATUS         PIC X(02) VALUE SPACES.
001680        05  DBL45-REF-STATUS         PIC X(02) VALUE SPACES.
001690        05  DBL45-AUD-STATUS         PIC X(02) VALUE SPACES.
001700        05  DBL45-RPT-STATUS         PIC X(02) VALUE SPACES.
001710        05  DBL45-MAN-STATUS         PIC X(02) VALUE SPACES.
001720*
001730*--------------------------------------------------------------*
001740*  DBL45-DECISION-TABLE - THE DECISION CARDS, LOADED AT         *
001750*  STARTUP. EACH CARD DRIVES ONE KEYED READ OF THE HOLD QUEUE.  *
001760*--------------------------------------------------------------*
001770    01  DBL45-DECISION-TABLE.
001780        05  DBL45-DEC-COUNT          PIC S9(04) COMP VALUE 0.
001790        05  DBL45-DEC-SUB            PIC S9(04) COMP VALUE 0.
001800        05  DBL45-DEC-ENTRY OCCURS 200 TIMES.
001810            10  DBL45-DEC-REF        PIC X(10).
001820            10  DBL45-DEC-ACTION     PIC X(01).
001830*
001840    01  DBL45-COUNTERS.
001850        05  DBL45-COUNT-READ         PIC 9(07) VALUE 0.
001860        05  DBL45-COUNT-APPROVED     PIC 9(07) VALUE 0.
001870        05  DBL45-COUNT-REJECTED     PIC 9(07) VALUE 0.
001880        05  DBL45-COUNT-REFUSED      PIC 9(07) VALUE 0.
001890        05  DBL45-COUNT-PENDING      PIC 9(07) VALUE 0.
001900        05  DBL45-COUNT-AWAITING     PIC 9(07) VALUE 0.
001910        05  DBL45-COUNT-DECIDED      PIC 9(07) VALUE 0.
001920*
001930    01  DBL45-DISPLAY-EDIT.
001940        05  DBL45-AMOUNT-ED          PIC -999999999.99.
001950        05  DBL45-CEILING-ED         PIC 999999999.99.
001960*
001970    PROCEDURE DIVISION.
001980*================================================================
001990*  0000-MAINLINE
002000*================================================================
002010    0000-MAINLINE.
002020        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030        PERFORM 1450-ENFORCE-AUTHORITY THRU 1450-EXIT.
002040        PERFORM 2000-APPLY-DECISIONS THRU 2000-EXIT.
002050        PERFORM 6000-REPORT-PENDING THRU 6000-EXIT.
002060        PERFORM 9000-TERMINATE THRU 9000-EXIT.
002070        STOP RUN.
002080*================================================================
002090*  1000-INITIALIZE - LOOK UP THE OPERATOR, LOAD THE CARDS AND
002100*  WRITE THE REPORT HEADINGS.
002110*================================================================
002113    1000-INITIALIZE.
002116        ACCEPT DBL45-START-DATE FROM DATE YYYYMMDD.
002120        ACCEPT DBL45-START-CLOCK FROM TIME.
002121        CALL 'DBL010' USING LS-DBL010-PARMS.
002122        IF NOT LS-DBL010-DATE-OK
002124            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
002125            MOVE 16 TO RETURN-CODE
002127            STOP RUN
002128        END-IF.
002130        MOVE LS-DBL010-BUS-DATE TO DBL45-RUN-DATE.
002140        ACCEPT DBL45-OPERATOR-ID FROM ENVIRONMENT "DBLOPID".
002150        IF DBL45-OPERATOR-ID = SPACES
002160            MOVE 'UNKNOWN ' TO DBL45-OPERATOR-ID
002170        END-IF.
002180        PERFORM 1300-READ-OPERATOR-MASTER THRU 1300-EXIT.
002190        OPEN OUTPUT DBL-RELEASE-REPORT-FILE.
002200        IF DBL45-RPT-STATUS NOT = '00'
002210            DISPLAY 'FATAL - DBL45RPT OPEN FAILED, STATUS '
002220                DBL45-RPT-STATUS
002230            MOVE 16 TO RETURN-CODE
002240            STOP RUN
002250        END-IF.
002260        MOVE SPACES TO DBL45-REPORT-LINE.
002270        STRING 'DBL450 LARGE-AMOUNT HOLD RELEASE        '
002280            'RUN DATE: ' DBL45-RUN-DATE
002290            DELIMITED BY SIZE INTO DBL45-REPORT-LINE.
002300        WRITE DBL45-REPORT-LINE.
002310        MOVE SPACES TO DBL45-REPORT-LINE.
002320        STRING 'DECIDED BY  . . . . . . : ' DBL45-OPERATOR-ID
002330            DELIMITED BY SIZE INTO DBL45-REPORT-LINE.
002340        WRITE DBL45-REPORT-LINE.
002350        MOVE SPACES TO DBL45-REPORT-LINE.
002360        WRITE DBL45-REPORT-LINE.
002370    1000-EXIT.
002380        EXIT.
002390*================================================================
002400*  1200-LOAD-DECISIONS - LOAD THE DBLHDC CARDS. NO CARDS AT ALL
002410*  IS A LISTING-ONLY PASS, NOT AN ERROR. A CARD WITH A BLANK
002420*  REFERENCE OR A DECISION OTHER THAN A OR R IS REFUSED AT LOAD
002430*  TIME SO THE SUPERVISOR SEES IT TODAY.
002440*================================================================
002450    1200-LOAD-DECISIONS.
002460        OPEN INPUT DBL-DECISION-FILE.
002470        IF DBL45-HDC-STATUS NOT = '00'
002480            GO TO 1200-EXIT
002490        END-IF.
002500        PERFORM 1210-READ-DECISION THRU 1210-EXIT
002510            UNTIL DBL45-HDC-EOF-YES.
002520        CLOSE DBL-DECISION-FILE.
002530    1200-EXIT.
002540        EXIT.
002550*
002560    1210-READ-DECISION.
002570        READ DBL-DECISION-FILE
002580            AT END
002590                MOVE 'Y' TO DBL45-HDC-EOF-SW
002600                GO TO 1210-EXIT
002610        END-READ.
002620        ADD 1 TO DBL45-COUNT-READ.
002630        IF DBL-HDC-REF-NO = SPACES
002640                OR (DBL-HDC-DECISION NOT = 'A'
002650                AND DBL-HDC-DECISION NOT = 'R')
002660            DISPLAY 'DBLHDC CARD IGNORED: ' DBL-DECISION-RECORD
002670            ADD 1 TO DBL45-COUNT-REFUSED
002680            MOVE SPACES TO DBL45-REPORT-LINE
002690            STRING 'REFUSED   ' DBL-HDC-REF-NO
002700                ' - CARD NOT A OR R FOR A REFERENCE'
002710                DELIMITED BY SIZE INTO DBL45-REPORT-LINE
002720            WRITE DBL45-REPORT-LINE
002730            GO TO 1210-EXIT
002740        END-IF.
002750        IF DBL45-DEC-COUNT >= 200
002760            DISPLAY 'FATAL - DBLHDC EXCEEDS 200 CARDS'
002770            MOVE 16 TO RETURN-CODE
002780            STOP RUN
002790        END-IF.
002800        ADD 1 TO DBL45-DEC-COUNT.
002810        MOVE DBL-HDC-REF-NO TO DBL45-DEC-REF (DBL45-DEC-COUNT).
002820        MOVE DBL-HDC-DECISION
002830            TO DBL45-DEC-ACTION (DBL45-DEC-COUNT).
002840    1210-EXIT.
002850        EXIT.
002860*================================================================
002870*  1300-READ-OPERATOR-MASTER - ONE KEYED READ OF THE DBLOPM
002880*  MASTER FOR THE DBLOPID OPERATOR. THE MASTER IS REQUIRED.
002890*================================================================
002900    1300-READ-OPERATOR-MASTER.
002910        OPEN INPUT DBL-OPERATOR-FILE.
002920        IF DBL45-OPM-STATUS NOT = '00'
002930            DISPLAY 'FATAL - DBLOPM OPEN FAILED, STATUS '
002940                DBL45-OPM-STATUS
002950            MOVE 16 TO RETURN-CODE
002960            STOP RUN
002970        END-IF.
002980        MOVE DBL45-OPERATOR-ID TO DBL-OPM-ID.
002990        READ DBL-OPERATOR-FILE
003000            INVALID KEY
003010                MOVE 'N' TO DBL45-OPR-FOUND-SW
003020            NOT INVALID KEY
003030                MOVE 'Y' TO DBL45-OPR-FOUND-SW
003040                MOVE DBL-OPM-ACTIVE TO DBL45-OPR-ACTIVE
003050                MOVE DBL-OPM-AUTHORITY TO DBL45-OPR-AUTHORITY
003060        END-READ.
003070        CLOSE DBL-OPERATOR-FILE.
003080    1300-EXIT.
003090        EXIT.
003100*================================================================
003110*  1450-ENFORCE-AUTHORITY - THE MASTER'S VERDICT, ENFORCED AS
003120*  DBL100 ENFORCES ITS OWN: UNKNOWN OR INACTIVE IDS ARE REFUSED
003130*  OUTRIGHT, AND RELEASING A HELD AMOUNT NEEDS SUPERVISOR LEVEL
003140*  3. EVERY REFUSAL LEAVES AN AUTHFAIL LINE ON THE TRAIL AND
003150*  ENDS THE RUN WITH RC 12 BEFORE A SINGLE CARD IS APPLIED.
003160*================================================================
003170    1450-ENFORCE-AUTHORITY.
003180        IF NOT DBL45-OPR-FOUND OR DBL45-OPR-ACTIVE NOT = 'Y'
003190            PERFORM 4300-WRITE-AUTH-REFUSAL THRU 4300-EXIT
003200            DISPLAY 'OPERATOR ' DBL45-OPERATOR-ID
003210                ' UNKNOWN OR INACTIVE - RUN REFUSED'
003220            PERFORM 1460-REFUSE-RUN THRU 1460-EXIT
003230        END-IF.
003240        IF DBL45-OPR-AUTHORITY < 3
003250            PERFORM 4300-WRITE-AUTH-REFUSAL THRU 4300-EXIT
003260            DISPLAY 'RELEASING HELD AMOUNTS NEEDS SUPERVISOR - '
003270                'RUN REFUSED FOR ' DBL45-OPERATOR-ID
003280            PERFORM 1460-REFUSE-RUN THRU 1460-EXIT
003290        END-IF.
003300    1450-EXIT.
003310        EXIT.
003320*
003330    1460-REFUSE-RUN.
003340        MOVE SPACES TO DBL45-REPORT-LINE.
003350        STRING 'RUN REFUSED - ' DBL45-OPERATOR-ID
003360            ' IS NOT AN ACTIVE LEVEL 3 SUPERVISOR'
003370            DELIMITED BY SIZE INTO DBL45-REPORT-LINE.
003380        WRITE DBL45-REPORT-LINE.
003390        CLOSE DBL-RELEASE-REPORT-FILE.
003400        MOVE 12 TO RETURN-CODE.
003410        STOP RUN.
003420    1460-EXIT.
003430        EXIT.
003440*================================================================
003450*  2000-APPLY-DECISIONS - OPEN THE QUEUE AND THE FILES A
003460*  DECISION TOUCHES, THEN APPLY THE CARDS ONE KEYED READ AT A
003470*  TIME. STATUS 05 ON THE OPTIONAL FILES IS A FIRST-EVER OPEN.
003480*================================================================
003490    2000-APPLY-DECISIONS.
003500        PERFORM 1200-LOAD-DECISIONS THRU 1200-EXIT.
003510        OPEN I-O DBL-HOLD-FILE.
003520        IF DBL45-HLD-STATUS NOT = '00'
003530                AND DBL45-HLD-STATUS NOT = '05'
003540            DISPLAY 'FATAL - DBLHLD OPEN FAILED, STATUS '
003550                DBL45-HLD-STATUS
003560            MOVE 16 TO RETURN-CODE
003570            STOP RUN
003580        END-IF.
003590        OPEN I-O DBL-SUSPENSE-FILE.
003600        IF DBL45-SUS-STATUS NOT = '00'
003610                AND DBL45-SUS-STATUS NOT = '05'
003620            DISPLAY 'FATAL - DBLSUS OPEN FAILED, STATUS '
003630                DBL45-SUS-STATUS
003640            MOVE 16 TO RETURN-CODE
003650            STOP RUN
003660        END-IF.
003670        OPEN I-O DBL-REFERENCE-FILE.
003680        IF DBL45-REF-STATUS NOT = '00'
003690                AND DBL45-REF-STATUS NOT = '05'
003700            DISPLAY 'FATAL - DBLREF OPEN FAILED, STATUS '
003710                DBL45-REF-STATUS
003720            MOVE 16 TO RETURN-CODE
003730            STOP RUN
003740        END-IF.
003750        OPEN EXTEND DBL-AUDIT-FILE.
003760        IF DBL45-AUD-STATUS NOT = '00'
003770                AND DBL45-AUD-STATUS NOT = '05'
003780            DISPLAY 'FATAL - DBLAUD OPEN FAILED, STATUS '
003790                DBL45-AUD-STATUS
003800            MOVE 16 TO RETURN-CODE
003810            STOP RUN
003820        END-IF.
003830        PERFORM 2200-APPLY-ONE-DECISION THRU 2200-EXIT
003840            VARYING DBL45-DEC-SUB FROM 1 BY 1
003850            UNTIL DBL45-DEC-SUB > DBL45-DEC-COUNT.
003860        CLOSE DBL-SUSPENSE-FILE.
003870        CLOSE DBL-REFERENCE-FILE.
003880        CLOSE DBL-AUDIT-FILE.
003890    2000-EXIT.
003900        EXIT.
003910*================================================================
003920*  2200-APPLY-ONE-DECISION - ONLY AN ITEM STILL HELD MAY BE
003930*  DECIDED. A CARD FOR A REFERENCE NOT ON THE QUEUE, OR ONE
003940*  ALREADY APPROVED, REJECTED OR DELIVERED, IS REFUSED AND
003950*  LISTED - A DECISION IS NEVER REVISED BY A SECOND CARD.
003960*================================================================
003970    2200-APPLY-ONE-DECISION.
003980        MOVE DBL45-DEC-REF (DBL45-DEC-SUB) TO DBL-HLD-REF-NO.
003990        READ DBL-HOLD-FILE
004000            INVALID KEY
004010                MOVE 'N' TO DBL45-HLD-FOUND-SW
004020            NOT INVALID KEY
004030                MOVE 'Y' TO DBL45-HLD-FOUND-SW
004040        END-READ.
004050        IF NOT DBL45-HLD-FOUND
004060            ADD 1 TO DBL45-COUNT-REFUSED
004070            MOVE SPACES TO DBL45-REPORT-LINE
004080            STRING 'REFUSED   ' DBL45-DEC-REF (DBL45-DEC-SUB)
004090                ' - NOT ON THE HOLD QUEUE'
004100                DELIMITED BY SIZE INTO DBL45-REPORT-LINE
004110            WRITE DBL45-REPORT-LINE
004120            GO TO 2200-EXIT
004130        END-IF.
004140        IF NOT DBL-HLD-HELD
004150            ADD 1 TO DBL45-COUNT-REFUSED
004160            MOVE SPACES TO DBL45-REPORT-LINE
004170            STRING 'REFUSED   ' DBL-HLD-REF-NO
004180                ' - ALREADY DECIDED, STATE ' DBL-HLD-STATE
004190                ' BY ' DBL-HLD-DECIDED-BY
004200                DELIMITED BY SIZE INTO DBL45-REPORT-LINE
004210            WRITE DBL45-REPORT-LINE
004220            GO TO 2200-EXIT
004230        END-IF.
004240        MOVE DBL45-OPERATOR-ID TO DBL-HLD-DECIDED-BY.
004250        MOVE DBL45-RUN-DATE TO DBL-HLD-DECIDED-DATE.
004260        IF DBL45-DEC-ACTION (DBL45-DEC-SUB) = 'A'
004270            PERFORM 3000-APPROVE-HOLD THRU 3000-EXIT
004280        ELSE
004290            PERFORM 3100-REJECT-HOLD THRU 3100-EXIT
004300        END-IF.
004310        ADD 1 TO DBL45-COUNT-DECIDED.
004320        PERFORM 4000-WRITE-DECISION-AUDIT THRU 4000-EXIT.
004330        MOVE DBL-HLD-SCALED-QTY TO DBL45-AMOUNT-ED.
004340        MOVE SPACES TO DBL45-REPORT-LINE.
004350        IF DBL-HLD-APPROVED
004360            STRING 'APPROVED  ' DBL-HLD-REF-NO ' '
004370                DBL-HLD-ITEM ' ' DBL-HLD-STORE ' '
004380                DBL-HLD-TRAN-TYPE ' ' DBL45-AMOUNT-ED
004390                ' HELD ' DBL-HLD-DATE
004400                DELIMITED BY SIZE INTO DBL45-REPORT-LINE
004410        ELSE
004420            STRING 'REJECTED  ' DBL-HLD-REF-NO ' '
004430                DBL-HLD-ITEM ' ' DBL-HLD-STORE ' '
004440                DBL-HLD-TRAN-TYPE ' ' DBL45-AMOUNT-ED
004450                ' HELD ' DBL-HLD-DATE
004460                DELIMITED BY SIZE INTO DBL45-REPORT-LINE
004470        END-IF.
004480        WRITE DBL45-REPORT-LINE.
004490    2200-EXIT.
004500        EXIT.
004510*================================================================
004520*  3000-APPROVE-HOLD - THE ITEM IS MARKED APPROVED. IT GOES TO
004530*  DBLOUT AT THE START OF THE NEXT DBL100 RUN, AT THE AMOUNT
004540*  AND FACTOR IT WAS HELD AT, AND ITS REFERENCE BECOMES ACTIVE
004550*  THEN - NOT HERE, SO NOTHING SHOWS AS DELIVERED BEFORE IT IS.
004560*================================================================
004570    3000-APPROVE-HOLD.
004580        MOVE 'A' TO DBL-HLD-STATE.
004590        REWRITE DBL-HOLD-RECORD.
004600        ADD 1 TO DBL45-COUNT-APPROVED.
004610    3000-EXIT.
004620        EXIT.
004630*================================================================
004640*  3100-REJECT-HOLD - THE ITEM GOES TO SUSPENSE UNDER ITS OWN
004650*  REFERENCE WITH ITS UNSCALED AMOUNT AS THE VALUE, EXACTLY AS
004660*  DBL100 WOULD HAVE SUSPENDED IT, AND ITS REFERENCE GOES FROM
004670*  HELD TO SUSPENDED. DBL300 CAN THEN CORRECT IT OR AGE IT.
004680*================================================================
004690    3100-REJECT-HOLD.
004700        MOVE 'X' TO DBL-HLD-STATE.
004710        REWRITE DBL-HOLD-RECORD.
004720        ADD 1 TO DBL45-COUNT-REJECTED.
004730        MOVE DBL-HLD-ITEM TO DBL-SUS-ITEM.
004740        MOVE DBL-HLD-STORE TO DBL-SUS-STORE.
004750        MOVE DBL-HLD-TRAN-TYPE TO DBL-SUS-TRAN-TYPE.
004760        MOVE DBL-HLD-REF-NO TO DBL-SUS-REF-NO.
004770        MOVE DBL-HLD-ORIG-QTY-X TO DBL-SUS-VALUE.
004780        MOVE 'HOLD REJECTED       ' TO DBL-SUS-REASON.
004790        MOVE DBL45-RUN-DATE TO DBL-SUS-DATE.
004800        ACCEPT DBL-SUS-TIME FROM TIME.
004810        MOVE 0 TO DBL-SUS-AGE-RUNS.
004820        WRITE DBL-SUSPENSE-RECORD
004830            INVALID KEY
004840                REWRITE DBL-SUSPENSE-RECORD
004850        END-WRITE.
004860        MOVE DBL-HLD-REF-NO TO DBL-REF-NO.
004870        READ DBL-REFERENCE-FILE
004880            INVALID KEY
004890                MOVE 'N' TO DBL45-REF-FOUND-SW
004900            NOT INVALID KEY
004910                MOVE 'Y' TO DBL45-REF-FOUND-SW
004920        END-READ.
004930        MOVE 'S' TO DBL-REF-STATE.
004940        MOVE DBL-HLD-TRAN-TYPE TO DBL-REF-TRAN-TYPE.
004950        MOVE DBL-HLD-ITEM TO DBL-REF-ITEM.
004960        MOVE DBL-HLD-STORE TO DBL-REF-STORE.
004970        MOVE DBL45-RUN-DATE TO DBL-REF-DATE.
004980        MOVE 0 TO DBL-REF-RECORD-NO.
004990        IF DBL45-REF-FOUND
005000            REWRITE DBL-REFERENCE-RECORD
005010        ELSE
005020            WRITE DBL-REFERENCE-RECORD
005030        END-IF.
005040    3100-EXIT.
005050        EXIT.
005060*================================================================
005070*  4000-WRITE-DECISION-AUDIT - ONE TRAIL LINE PER DECISION,
005080*  UNDER THE DECIDING OPERATOR, CARRYING THE HELD AMOUNTS AND
005090*  FACTOR. THE OVERFLOW BYTE SAYS WHICH WAY IT WENT: 'A'
005100*  APPROVED, 'X' REJECTED. LIKE THE 'H' LINE DBL100 WROTE WHEN
005110*  IT HELD THE ITEM, A DECISION LINE IS NOT A PROCESSING CYCLE.
005120*================================================================
005130    4000-WRITE-DECISION-AUDIT.
005140        MOVE DBL-HLD-ITEM TO DBL-AUD-ITEM.
005150        MOVE DBL-HLD-STORE TO DBL-AUD-STORE.
005160        MOVE DBL-HLD-TRAN-TYPE TO DBL-AUD-TRAN-TYPE.
005170        MOVE DBL-HLD-REF-NO TO DBL-AUD-REF-NO.
005180        MOVE DBL-HLD-ORIG-QTY TO DBL-AUD-ORIG.
005190        MOVE DBL-HLD-SCALED-QTY TO DBL-AUD-DOUBLED.
005200        MOVE DBL45-RUN-DATE TO DBL-AUD-DATE.
005210        ACCEPT DBL-AUD-TIME FROM TIME.
005220        MOVE DBL45-OPERATOR-ID TO DBL-AUD-OPERATOR.
005230        MOVE DBL-HLD-STATE TO DBL-AUD-OVERFLOW.
005235        MOVE DBL-HLD-FACTOR TO DBL-AUD-FACTOR.
005240        MOVE DBL-HLD-PROMO-RULE TO DBL-AUD-PROMO-RULE.
005250        WRITE DBL-AUDIT-RECORD.
005260    4000-EXIT.
005270        EXIT.
005280*================================================================
005290*  4300-WRITE-AUTH-REFUSAL - A REFUSED RUN IS ITSELF AUDITED:
005300*  AN AUTHFAIL LINE WITH ZERO AMOUNTS UNDER THE REFUSED
005310*  OPERATOR'S ID, APPENDED THROUGH ITS OWN EXTEND OPEN.
005320*================================================================
005330    4300-WRITE-AUTH-REFUSAL.
005340        OPEN EXTEND DBL-AUDIT-FILE.
005350        IF DBL45-AUD-STATUS NOT = '00'
005360                AND DBL45-AUD-STATUS NOT = '05'
005370            DISPLAY 'FATAL - DBLAUD OPEN FAILED, STATUS '
005380                DBL45-AUD-STATUS
005390            MOVE 16 TO RETURN-CODE
005400            STOP RUN
005410        END-IF.
005420        MOVE 'AUTHFAIL' TO DBL-AUD-ITEM.
005430        MOVE '0000' TO DBL-AUD-STORE.
005440        MOVE SPACES TO DBL-AUD-TRAN-TYPE.
005450        MOVE SPACES TO DBL-AUD-REF-NO.
005460        MOVE 0 TO DBL-AUD-ORIG.
005470        MOVE 0 TO DBL-AUD-DOUBLED.
005480        MOVE DBL45-RUN-DATE TO DBL-AUD-DATE.
005490        ACCEPT DBL-AUD-TIME FROM TIME.
005500        MOVE DBL45-OPERATOR-ID TO DBL-AUD-OPERATOR.
005510        MOVE 'N' TO DBL-AUD-OVERFLOW.
005515        MOVE 0 TO DBL-AUD-FACTOR.
005520        MOVE 'N' TO DBL-AUD-PROMO-RULE.
005530        WRITE DBL-AUDIT-RECORD.
005540        CLOSE DBL-AUDIT-FILE.
005550    4300-EXIT.
005560        EXIT.
005570*================================================================
005580*  6000-REPORT-PENDING - WHAT IS STILL ON THE QUEUE AFTER THIS
005590*  PASS: EVERY ITEM STILL HELD, WITH ITS AMOUNT, CEILING AND
005600*  HOLD DATE, AND A COUNT OF THE APPROVED ITEMS THE NEXT DBL100
005610*  RUN WILL DELIVER.
005620*================================================================
005630    6000-REPORT-PENDING.
005640        MOVE SPACES TO DBL45-REPORT-LINE.
005650        WRITE DBL45-REPORT-LINE.
005660        MOVE 'ITEMS STILL HELD FOR A DECISION'
005670            TO DBL45-REPORT-LINE.
005680        WRITE DBL45-REPORT-LINE.
005690        MOVE LOW-VALUES TO DBL-HLD-REF-NO.
005700        START DBL-HOLD-FILE KEY NOT < DBL-HLD-REF-NO
005710            INVALID KEY
005720                MOVE 'Y' TO DBL45-HLD-EOF-SW
005730        END-START.
005740        PERFORM 6100-LIST-ONE-HOLD THRU 6100-EXIT
005750            UNTIL DBL45-HLD-EOF-YES.
005760        CLOSE DBL-HOLD-FILE.
005770        IF DBL45-COUNT-PENDING = 0
005780            MOVE '    NONE' TO DBL45-REPORT-LINE
005790            WRITE DBL45-REPORT-LINE
005800        END-IF.
005810    6000-EXIT.
005820        EXIT.
005830*
005840    6100-LIST-ONE-HOLD.
005850        READ DBL-HOLD-FILE NEXT RECORD
005860            AT END
005870                MOVE 'Y' TO DBL45-HLD-EOF-SW
005880                GO TO 6100-EXIT
005890        END-READ.
005900        IF DBL-HLD-APPROVED
005910            ADD 1 TO DBL45-COUNT-AWAITING
005920        END-IF.
005930        IF NOT DBL-HLD-HELD
005940            GO TO 6100-EXIT
005950        END-IF.
005960        ADD 1 TO DBL45-COUNT-PENDING.
005970        MOVE DBL-HLD-SCALED-QTY TO DBL45-AMOUNT-ED.
005980        MOVE DBL-HLD-CEILING TO DBL45-CEILING-ED.
005990        MOVE SPACES TO DBL45-REPORT-LINE.
006000        STRING 'HELD      ' DBL-HLD-REF-NO ' '
006010            DBL-HLD-STORE ' ' DBL-HLD-TRAN-TYPE ' '
006020            DBL45-AMOUNT-ED ' OVER ' DBL45-CEILING-ED
006030            ' ' DBL-HLD-DATE
006040            DELIMITED BY SIZE INTO DBL45-REPORT-LINE.
006050        WRITE DBL45-REPORT-LINE.
006060    6100-EXIT.
006070        EXIT.
006080*================================================================
006090*  9000-TERMINATE - TOTALS, RETURN CODE, THE MANIFEST STAMP AND
006100*  THE CONSOLE ECHO. REFUSED CARDS END WITH RC 8 SO THE
006110*  SUPERVISOR'S MISTAKE IS RAISED, NOT BURIED IN A CLEAN RUN.
006120*================================================================
006130    9000-TERMINATE.
006140        MOVE SPACES TO DBL45-REPORT-LINE.
006150        WRITE DBL45-REPORT-LINE.
006160        MOVE SPACES TO DBL45-REPORT-LINE.
006170        STRING 'CARDS READ  . . . . . . : ' DBL45-COUNT-READ
006180            DELIMITED BY SIZE INTO DBL45-REPORT-LINE.
006190        WRITE DBL45-REPORT-LINE.
006200        MOVE SPACES TO DBL45-REPORT-LINE.
006210        STRING 'ITEMS APPROVED  . . . . : ' DBL45-COUNT-APPROVED
006220            DELIMITED BY SIZE INTO DBL45-REPORT-LINE.
006230        WRITE DBL45-REPORT-LINE.
006240        MOVE SPACES TO DBL45-REPORT-LINE.
006250        STRING 'ITEMS REJECTED  . . . . : ' DBL45-COUNT-REJECTED
006260            DELIMITED BY SIZE INTO DBL45-REPORT-LINE.
006270        WRITE DBL45-REPORT-LINE.
006280        MOVE SPACES TO DBL45-REPORT-LINE.
006290        STRING 'CARDS REFUSED . . . . . : ' DBL45-COUNT-REFUSED
006300            DELIMITED BY SIZE INTO DBL45-REPORT-LINE.
006310        WRITE DBL45-REPORT-LINE.
006320        MOVE SPACES TO DBL45-REPORT-LINE.
006330        STRING 'STILL HELD  . . . . . . : ' DBL45-COUNT-PENDING
006340            DELIMITED BY SIZE INTO DBL45-REPORT-LINE.
006350        WRITE DBL45-REPORT-LINE.
006360        MOVE SPACES TO DBL45-REPORT-LINE.
006370        STRING 'AWAITING NEXT DBL100  . : ' DBL45-COUNT-AWAITING
006380            DELIMITED BY SIZE INTO DBL45-REPORT-LINE.
006390        WRITE DBL45-REPORT-LINE.
006400        CLOSE DBL-RELEASE-REPORT-FILE.
006410        IF DBL45-COUNT-REFUSED > 0
006420            MOVE 8 TO RETURN-CODE
006430        END-IF.
006440        PERFORM 9300-STAMP-MANIFEST THRU 9300-EXIT.
006450        DISPLAY 'CARDS READ  . . . . . . : ' DBL45-COUNT-READ.
006460        DISPLAY 'ITEMS APPROVED  . . . . : ' DBL45-COUNT-APPROVED.
006470        DISPLAY 'ITEMS REJECTED  . . . . : ' DBL45-COUNT-REJECTED.
006480        DISPLAY 'CARDS REFUSED . . . . . : ' DBL45-COUNT-REFUSED.
006490        DISPLAY 'STILL HELD  . . . . . . : ' DBL45-COUNT-PENDING.
006500        DISPLAY 'AWAITING NEXT DBL100  . : ' DBL45-COUNT-AWAITING.
006510        DISPLAY 'DBL450 PROCESSING COMPLETE'.
006520    9000-EXIT.
006530        EXIT.
006540*================================================================
006550*  9300-STAMP-MANIFEST - THE PASS AND ITS RETURN CODE GO ON THE
006560*  MANIFEST SO THE BATCH WINDOW SHOWS WHEN DECISIONS WERE LAST
006570*  APPLIED. STATUS 05 IS THE FIRST-EVER RUN CREATING IT.
006580*================================================================
006590    9300-STAMP-MANIFEST.
006600        OPEN EXTEND DBL-MANIFEST-FILE.
006610        IF DBL45-MAN-STATUS NOT = '00'
006620                AND DBL45-MAN-STATUS NOT = '05'
006630            DISPLAY 'FATAL - DBLMAN OPEN FAILED, STATUS '
006640                DBL45-MAN-STATUS
006650            MOVE 16 TO RETURN-CODE
006660            STOP RUN
006670        END-IF.
006680        MOVE 'DBL450  ' TO DBL-MAN-PROGRAM.
006690        MOVE DBL45-RUN-DATE TO DBL-MAN-RUN-DATE.
006700        MOVE RETURN-CODE TO DBL-MAN-RETURN-CODE.
006710        ACCEPT DBL-MAN-FINISH-DATE FROM DATE YYYYMMDD.
006712        ACCEPT DBL45-STAMP-CLOCK FROM TIME.
006715        MOVE DBL45-STAMP-CLOCK (1:6) TO DBL-MAN-FINISH-TIME.
006717        MOVE DBL45-START-DATE TO DBL-MAN-START-DATE.
006720        MOVE DBL45-START-CLOCK (1:6) TO DBL-MAN-START-TIME.
006730        MOVE DBL45-COUNT-DECIDED TO DBL-MAN-REC-COUNT.
006740        WRITE DBL-MANIFEST-RECORD.
006750        CLOSE DBL-MANIFEST-FILE.
006760    9300-EXIT.
006770        EXIT.
