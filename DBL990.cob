000010    IDENTIFICATION DIVISION.
000020    PROGRAM-ID. DBL990.
000030    AUTHOR. R JENNINGS.
000040    INSTALLATION. ORDER ENTRY SYSTEMS.
000050    DATE-WRITTEN. 10/15/2026.
000060    DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100*  DATE       BY   DESCRIPTION                                 *
000110*  ---------- ---- ------------------------------------------- *
000120*  10/15/2026 RJ   ORIGINAL VERSION. END-OF-DAY CLOSE. EVERY   *
000130*                  JOB NOW TAKES ITS BUSINESS DATE FROM THE    *
000140*                  DBLBDT CONTROL RECORD (THROUGH DBL010)      *
000150*                  INSTEAD OF THE CLOCK, AND THIS IS THE ONLY  *
000160*                  JOB THAT MOVES IT. THE CLOSE PROVES ON THE  *
000170*                  DBLMAN MANIFEST THAT THE DAY'S CHAIN -      *
000180*                  DBL100, DBL400, DBL500 AND DBL520 - FINISHED*
000190*                  WITH RC 0 FOR THE OPEN DATE, THEN MAKES THAT*
000200*                  DATE THE LAST CLOSED DATE AND OPENS THE NEXT*
000210*                  DAY NOT ON THE DBLHOL NON-PROCESSING        *
000220*                  CALENDAR. A CLOSED DATE TAKES NO MORE WORK  *
000230*                  (DBL100 REFUSES A DBLIN STAMPED FOR IT;     *
000240*                  DBL950 MAY STILL BACK IT OUT UNDER A        *
000250*                  SUPERVISOR). AN INCOMPLETE CHAIN LEAVES THE *
000260*                  DATE OPEN AND ENDS RC 24. THE NEW RECORD IS *
000270*                  BUILT ON DBLBDTT AND RENAMED OVER DBLBDT, SO*
000280*                  AN ABEND CANNOT LEAVE THE CHAIN WITHOUT A   *
000290*                  DATE. RUN WITH PARM "INIT YYYYMMDD"         *
000300*                  (SUPERVISOR ONLY) TO CREATE THE FIRST       *
000310*                  RECORD. THE OPERATOR MUST BE ACTIVE ON      *
000320*                  DBLOPM; A REFUSAL IS AUDITED AS AUTHFAIL AND*
000330*                  ENDS RC 12.                                 *
000331*  10/15/2026 RJ   ON A PARTITIONED NIGHT A DBL150 MERGE STAMP *
000332*                  COMPLETES THE DBL100 ROW OF THE CHAIN.      *
000333*  10/15/2026 RJ   THE DBLAUD RECORD WIDENED FROM 73 TO 74     *
000334*                  BYTES FOR THE PROMO RULE DBL200 APPLIED TO  *
000335*                  EACH CYCLE.                                 *
000336*  10/15/2026 RJ   THE DBLMAN STAMP NOW CARRIES THIS STEP'S    *
000337*                  START DATE AND TIME, AND ITS FINISH TIME IS *
000338*                  TAKEN AS HHMMSS (IT WAS BEING CUT TO        *
000339*                  MMSSHH), FOR THE DBL980 BATCH-WINDOW STATUS *
000340*                  BOARD.                                      *
000341*  10/15/2026 RJ   THE DBLBDT CLOSE STAMP TIME IS NOW TAKEN AS *
000342*                  HHMMSS; IT WAS BEING CUT TO MMSSHH THE SAME *
000343*                  WAY THE MANIFEST STAMP WAS.                 *
000346*--------------------------------------------------------------*
000350*
000360    ENVIRONMENT DIVISION.
000370    CONFIGURATION SECTION.
000380    SOURCE-COMPUTER. IBM-370.
000390    OBJECT-COMPUTER. IBM-370.
000400    INPUT-OUTPUT SECTION.
000410    FILE-CONTROL.
000420        SELECT OPTIONAL DBL-BUSINESS-DATE-FILE ASSIGN TO DBLBDT
000430            ORGANIZATION IS LINE SEQUENTIAL
000440            FILE STATUS IS DBL99-BDT-STATUS.
000450        SELECT DBL-BUSINESS-DATE-TEMP-FILE ASSIGN TO DBLBDTT
000460            ORGANIZATION IS LINE SEQUENTIAL
000470            FILE STATUS IS DBL99-BDTT-STATUS.
000480        SELECT OPTIONAL DBL-CALENDAR-FILE ASSIGN TO DBLHOL
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS IS DBL99-HOL-STATUS.
000510        SELECT DBL-OPERATOR-FILE ASSIGN TO DBLOPM
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS RANDOM
000540            RECORD KEY IS DBL-OPM-ID
000550            FILE STATUS IS DBL99-OPM-STATUS.
000560        SELECT OPTIONAL DBL-AUDIT-FILE ASSIGN TO DBLAUD
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS IS DBL99-AUD-STATUS.
000590        SELECT DBL-CLOSE-REPORT-FILE ASSIGN TO DBL99RPT
000600            ORGANIZATION IS LINE SEQUENTIAL
000610            FILE STATUS IS DBL99-RPT-STATUS.
000620        SELECT OPTIONAL DBL-MANIFEST-FILE ASSIGN TO DBLMAN
000630            ORGANIZATION IS LINE SEQUENTIAL
000640            FILE STATUS IS DBL99-MAN-STATUS.
000650*
000660    DATA DIVISION.
000670    FILE SECTION.
000680*--------------------------------------------------------------*
000690*  DBL-BUSINESS-DATE-FILE - THE ONE-RECORD CONTROL FILE, IN THE *
000700*  SHARED DBLBDTR LAYOUT. READ HERE, NEVER WRITTEN IN PLACE.    *
000710*--------------------------------------------------------------*
000720    FD  DBL-BUSINESS-DATE-FILE
000730        RECORD CONTAINS 38 CHARACTERS.
000740        COPY DBLBDTR.
000750*--------------------------------------------------------------*
000760*  DBL-BUSINESS-DATE-TEMP-FILE - THE NEW CONTROL RECORD IS      *
000770*  BUILT HERE AND RENAMED OVER DBLBDT ONLY ONCE COMPLETE.       *
000780*--------------------------------------------------------------*
000790    FD  DBL-BUSINESS-DATE-TEMP-FILE
000800        RECORD CONTAINS 38 CHARACTERS.
000810    01  DBL-BUSINESS-DATE-TEMP-RECORD PIC X(38).
000820*--------------------------------------------------------------*
000830*  DBL-CALENDAR-FILE - THE NON-PROCESSING CALENDAR: ONE ROW PER *
000840*  DATE THE CHAIN DOES NOT RUN (HOLIDAYS, STOCKTAKE CLOSURES),  *
000850*  WITH A DESCRIPTION FOR THE REPORT. NO FILE MEANS EVERY DAY   *
000860*  IS A PROCESSING DAY.                                         *
000870*--------------------------------------------------------------*
000880    FD  DBL-CALENDAR-FILE
000890        RECORD CONTAINS 28 CHARACTERS.
000900    01  DBL-CALENDAR-RECORD.
000910        05  DBL-HOL-DATE             PIC X(08).
000920        05  DBL-HOL-DATE-N REDEFINES DBL-HOL-DATE
000930                                     PIC 9(08).
000940        05  DBL-HOL-DESC             PIC X(20).
000950*--------------------------------------------------------------*
000960*  DBL-OPERATOR-FILE - THE OPERATOR MASTER. AUTHORITY:          *
000970*  1 = BATCH, 2 = INTERACTIVE, 3 = SUPERVISOR.                  *
000980*--------------------------------------------------------------*
000990    FD  DBL-OPERATOR-FILE
001000        RECORD CONTAINS 30 CHARACTERS.
001010    01  DBL-OPERATOR-MASTER-RECORD.
001020        05  DBL-OPM-ID               PIC X(08).
001030        05  DBL-OPM-NAME             PIC X(20).
001040        05  DBL-OPM-AUTHORITY        PIC 9(01).
001050        05  DBL-OPM-ACTIVE           PIC X(01).
001060*--------------------------------------------------------------*
001070*  DBL-AUDIT-FILE - A REFUSED CLOSE IS APPENDED TO THE TRAIL AS *
001080*  AN AUTHFAIL LINE, SHARED DBLAUDR LAYOUT.                     *
001090*--------------------------------------------------------------*
001100    FD  DBL-AUDIT-FILE
001110        RECORD CONTAINS 74 CHARACTERS.
001120        COPY DBLAUDR.
001130*--------------------------------------------------------------*
001140*  DBL-CLOSE-REPORT-FILE - THE CLOSE REPORT.                    *
001150*--------------------------------------------------------------*
001160    FD  DBL-CLOSE-REPORT-FILE
001170        RECORD CONTAINS 80 CHARACTERS.
001180    01  DBL99-REPORT-LINE            PIC X(80).
001190*--------------------------------------------------------------*
001200*  DBL-MANIFEST-FILE - THE SHARED RUN MANIFEST: READ FOR THE    *
001210*  DAY'S CHAIN, THEN STAMPED WITH THIS JOB'S VERDICT.           *
001220*--------------------------------------------------------------*
001230    FD  DBL-MANIFEST-FILE
001240        RECORD CONTAINS 53 CHARACTERS.
001250        COPY DBLMANR.
001260*
001270    WORKING-STORAGE SECTION.
001280    01  DBL99-SWITCHES.
001290        05  DBL99-MAN-EOF-SW         PIC X(01) VALUE 'N'.
001300            88  DBL99-MAN-EOF-YES               VALUE 'Y'.
001310        05  DBL99-HOL-EOF-SW         PIC X(01) VALUE 'N'.
001320            88  DBL99-HOL-EOF-YES               VALUE 'Y'.
001330        05  DBL99-BDT-FOUND-SW       PIC X(01) VALUE 'N'.
001340            88  DBL99-BDT-FOUND                 VALUE 'Y'.
001350        05  DBL99-CHAIN-SW           PIC X(01) VALUE 'Y'.
001360            88  DBL99-CHAIN-COMPLETE            VALUE 'Y'.
001370        05  DBL99-HOLIDAY-SW         PIC X(01) VALUE 'N'.
001380            88  DBL99-IS-HOLIDAY                VALUE 'Y'.
001390        05  DBL99-MODE-SW            PIC X(01) VALUE 'C'.
001400            88  DBL99-MODE-CLOSE                VALUE 'C'.
001410            88  DBL99-MODE-INIT                 VALUE 'I'.
001420*
001421    01  DBL99-OPERATOR-ID            PIC X(08) VALUE SPACES.
001422*
001423*--------------------------------------------------------------*
001424*  DBL99-RUN-CLOCK - WHEN THIS STEP STARTED, AND THE CLOCK AT   *
001425*  THE MANIFEST AND DBLBDT CLOSE STAMPS. THE CLOCK READS        *
001426*  HHMMSSHH; THE STAMPS KEEP HHMMSS.                            *
001427*--------------------------------------------------------------*
001428    01  DBL99-RUN-CLOCK.
001429        05  DBL99-START-DATE         PIC 9(08) VALUE 0.
001430        05  DBL99-START-CLOCK        PIC 9(08) VALUE 0.
001435        05  DBL99-STAMP-CLOCK        PIC 9(08) VALUE 0.
001440*
001450    01  DBL99-PARM-AREA.
001460        05  DBL99-PARM-TEXT          PIC X(80) VALUE SPACES.
001470*
001480*--------------------------------------------------------------*
001490*  DBL99-OPERATOR-AUTH - WHAT THE MASTER SAYS ABOUT THE DBLOPID *
001500*  OPERATOR.                                                    *
001510*--------------------------------------------------------------*
001520    01  DBL99-OPERATOR-AUTH.
001530        05  DBL99-OPR-FOUND-SW       PIC X(01) VALUE 'N'.
001540            88  DBL99-OPR-FOUND                 VALUE 'Y'.
001550        05  DBL99-OPR-ACTIVE         PIC X(01) VALUE 'N'.
001560        05  DBL99-OPR-AUTHORITY      PIC 9(01) VALUE 0.
001570*
001580    01  DBL99-FILE-STATUSES.
001590        05  DBL99-BDT-STATUS         PIC X(02) VALUE SPACES.
001600        05  DBL99-BDTT-STATUS        PIC X(02) VALUE SPACES.
001610        05  DBL99-HOL-STATUS         PIC X(02) VALUE SPACES.
001620        05  DBL99-OPM-STATUS         PIC X(02) VALUE SPACES.
001630        05  DBL99-AUD-STATUS         PIC X(02) VALUE SPACES.
001640        05  DBL99-RPT-STATUS         PIC X(02) VALUE SPACES.
001650        05  DBL99-MAN-STATUS         PIC X(02) VALUE SPACES.
001660*
001670*--------------------------------------------------------------*
001680*  DBL99-DATES - THE DATE BEING CLOSED, THE NEXT ONE TO OPEN,   *
001690*  AND THE DAY-NUMBER ARITHMETIC BETWEEN THEM. THE SPLIT VIEW   *
001700*  VALIDATES AN INIT DATE BEFORE IT GOES ANYWHERE NEAR THE      *
001710*  CONTROL RECORD.                                              *
001720*--------------------------------------------------------------*
001730    01  DBL99-DATES.
001740        05  DBL99-CLOSE-DATE         PIC 9(08) VALUE 0.
001750        05  DBL99-NEXT-DATE          PIC 9(08) VALUE 0.
001760        05  DBL99-NEXT-INT           PIC S9(09) COMP VALUE 0.
001770        05  DBL99-SKIP-COUNT         PIC S9(04) COMP VALUE 0.
001780    01  DBL99-INIT-DATE              PIC 9(08) VALUE 0.
001790    01  DBL99-INIT-DATE-X REDEFINES DBL99-INIT-DATE.
001800        05  DBL99-INIT-YYYY          PIC 9(04).
001810        05  DBL99-INIT-MM            PIC 9(02).
001820        05  DBL99-INIT-DD            PIC 9(02).
001830*
001840*--------------------------------------------------------------*
001850*  DBL99-CHAIN-TABLE - THE STEPS THAT MUST HAVE FINISHED CLEAN  *
001860*  FOR THE OPEN DATE BEFORE IT MAY CLOSE. DBL300, DBL450 AND    *
001870*  DBL800 ARE ON-DEMAND OR ASYNCHRONOUS AND ARE NOT REQUIRED.   *
001880*  THE LAST MANIFEST STAMP FOR A STEP DECIDES: A CLEAN RUN      *
001883*  FOLLOWED BY A FAILED RERUN IS NOT A CLEAN DAY. A STEP'S      *
001886*  ALTERNATE IS THE PROGRAM THAT STANDS IN FOR IT: ON A         *
001890*  PARTITIONED NIGHT THE DBL150 MERGE COMPLETES THE DBL100 ROW. *
001900*--------------------------------------------------------------*
001910    01  DBL99-CHAIN-VALUES.
001920        05  FILLER                   PIC X(08) VALUE 'DBL100  '.
001930        05  FILLER                   PIC X(08) VALUE 'DBL400  '.
001940        05  FILLER                   PIC X(08) VALUE 'DBL500  '.
001950        05  FILLER                   PIC X(08) VALUE 'DBL520  '.
001960    01  DBL99-CHAIN-NAMES REDEFINES DBL99-CHAIN-VALUES.
001961        05  DBL99-CHN-PROGRAM        PIC X(08) OCCURS 4 TIMES.
001962    01  DBL99-CHAIN-ALT-VALUES.
001963        05  FILLER                   PIC X(08) VALUE 'DBL150  '.
001965        05  FILLER                   PIC X(08) VALUE SPACES.
001966        05  FILLER                   PIC X(08) VALUE SPACES.
001967        05  FILLER                   PIC X(08) VALUE SPACES.
001968    01  DBL99-CHAIN-ALT-NAMES REDEFINES DBL99-CHAIN-ALT-VALUES.
001970        05  DBL99-CHN-ALT-PROGRAM    PIC X(08) OCCURS 4 TIMES.
001980    01  DBL99-CHAIN-TABLE.
001990        05  DBL99-CHN-COUNT          PIC S9(04) COMP VALUE 4.
002000        05  DBL99-CHN-SUB            PIC S9(04) COMP VALUE 0.
002010        05  DBL99-CHN-ENTRY OCCURS 4 TIMES.
002020            10  DBL99-CHN-FOUND-SW   PIC X(01).
002030            10  DBL99-CHN-RC         PIC 9(02).
002040            10  DBL99-CHN-FIN-DATE   PIC 9(08).
002050            10  DBL99-CHN-FIN-TIME   PIC 9(06).
002060            10  DBL99-CHN-RECS       PIC 9(07).
002070*
002080*--------------------------------------------------------------*
002090*  DBL99-CALENDAR-TABLE - THE NON-PROCESSING DATES, LOADED AT   *
002100*  STARTUP.                                                     *
002110*--------------------------------------------------------------*
002120    01  DBL99-CALENDAR-TABLE.
002130        05  DBL99-HOL-COUNT          PIC S9(04) COMP VALUE 0.
002140        05  DBL99-HOL-SUB            PIC S9(04) COMP VALUE 0.
002150        05  DBL99-HOL-IX             PIC S9(04) COMP VALUE 0.
002160        05  DBL99-HOL-ENTRY OCCURS 400 TIMES.
002170            10  DBL99-HOL-TAB-DATE   PIC 9(08).
002180            10  DBL99-HOL-TAB-DESC   PIC X(20).
002190*
002200*--------------------------------------------------------------*
002210*  DBL99-RENAME-AREA - RESOLVES DBLBDTT/DBLBDT THE SAME WAY THE *
002220*  ASSIGN CLAUSES DO, AS DBL100 DOES FOR ITS CHECKPOINT.        *
002230*--------------------------------------------------------------*
002240    01  DBL99-RENAME-AREA.
002250        05  DBL99-OLD-NAME           PIC X(20) VALUE SPACES.
002260        05  DBL99-NEW-NAME           PIC X(20) VALUE SPACES.
002270        05  DBL99-RENAME-RC          PIC S9(9) COMP-5 VALUE 0.
002280*
002290    01  DBL99-COUNT-VERIFIED         PIC 9(07) VALUE 0.
002300*
002310    PROCEDURE DIVISION.
002320*================================================================
002330*  0000-MAINLINE
002340*================================================================
002350    0000-MAINLINE.
002360        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002370        PERFORM 1450-ENFORCE-AUTHORITY THRU 1450-EXIT.
002380        PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
002390        PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
002400        IF DBL99-MODE-INIT
002410            PERFORM 7000-INITIALIZE-CONTROL THRU 7000-EXIT
002420        ELSE
002430            PERFORM 2000-VERIFY-CHAIN THRU 2000-EXIT
002440            IF DBL99-CHAIN-COMPLETE
002450                PERFORM 3000-FIND-NEXT-DATE THRU 3000-EXIT
002460                PERFORM 4000-ADVANCE-DATE THRU 4000-EXIT
002470            END-IF
002480        END-IF.
002490        PERFORM 9000-TERMINATE THRU 9000-EXIT.
002500        STOP RUN.
002510*================================================================
002520*  1000-INITIALIZE - OPERATOR, PARM AND REPORT HEADINGS. THE
002530*  CLOCK IS NOT CONSULTED FOR ANY BUSINESS DATE HERE.
002540*================================================================
002543    1000-INITIALIZE.
002546        ACCEPT DBL99-START-DATE FROM DATE YYYYMMDD.
002550        ACCEPT DBL99-START-CLOCK FROM TIME.
002560        ACCEPT DBL99-OPERATOR-ID FROM ENVIRONMENT "DBLOPID".
002570        IF DBL99-OPERATOR-ID = SPACES
002580            MOVE 'UNKNOWN ' TO DBL99-OPERATOR-ID
002590        END-IF.
002600        ACCEPT DBL99-PARM-TEXT FROM COMMAND-LINE.
002610        IF DBL99-PARM-TEXT (1:4) = 'INIT'
002620            MOVE 'I' TO DBL99-MODE-SW
002630        END-IF.
002640        PERFORM 1300-READ-OPERATOR-MASTER THRU 1300-EXIT.
002650        OPEN OUTPUT DBL-CLOSE-REPORT-FILE.
002660        IF DBL99-RPT-STATUS NOT = '00'
002670            DISPLAY 'FATAL - DBL99RPT OPEN FAILED, STATUS '
002680                DBL99-RPT-STATUS
002690            MOVE 16 TO RETURN-CODE
002700            STOP RUN
002710        END-IF.
002720        MOVE SPACES TO DBL99-REPORT-LINE.
002730        IF DBL99-MODE-INIT
002740            STRING 'DBL990 BUSINESS-DATE INITIALIZATION     '
002750                'OPERATOR: ' DBL99-OPERATOR-ID
002760                DELIMITED BY SIZE INTO DBL99-REPORT-LINE
002770        ELSE
002780            STRING 'DBL990 END-OF-DAY CLOSE                 '
002790                'OPERATOR: ' DBL99-OPERATOR-ID
002800                DELIMITED BY SIZE INTO DBL99-REPORT-LINE
002810        END-IF.
002820        WRITE DBL99-REPORT-LINE.
002830        MOVE SPACES TO DBL99-REPORT-LINE.
002840        WRITE DBL99-REPORT-LINE.
002850    1000-EXIT.
002860        EXIT.
002870*================================================================
002880*  1100-READ-CONTROL - THE CURRENT CONTROL RECORD. A CLOSE
002890*  NEEDS ONE; AN INIT MUST NOT FIND ONE. STATUS 05 IS THE
002900*  OPTIONAL FILE NOT YET CREATED.
002910*================================================================
002920    1100-READ-CONTROL.
002930        OPEN INPUT DBL-BUSINESS-DATE-FILE.
002940        IF DBL99-BDT-STATUS NOT = '00'
002950                AND DBL99-BDT-STATUS NOT = '05'
002960            DISPLAY 'FATAL - DBLBDT OPEN FAILED, STATUS '
002970                DBL99-BDT-STATUS
002980            MOVE 16 TO RETURN-CODE
002990            STOP RUN
003000        END-IF.
003010        IF DBL99-BDT-STATUS = '00'
003020            READ DBL-BUSINESS-DATE-FILE
003030                AT END
003040                    CONTINUE
003050                NOT AT END
003060                    MOVE 'Y' TO DBL99-BDT-FOUND-SW
003070            END-READ
003080        END-IF.
003090        CLOSE DBL-BUSINESS-DATE-FILE.
003100        IF DBL99-MODE-INIT
003110            GO TO 1100-EXIT
003120        END-IF.
003130        IF NOT DBL99-BDT-FOUND
003140                OR DBL-BDT-BUS-DATE IS NOT NUMERIC
003150                OR DBL-BDT-BUS-DATE = 0
003160            DISPLAY 'FATAL - DBLBDT HAS NO BUSINESS DATE - '
003170                'RUN PARM INIT YYYYMMDD FIRST'
003180            MOVE 16 TO RETURN-CODE
003190            STOP RUN
003200        END-IF.
003210        MOVE DBL-BDT-BUS-DATE TO DBL99-CLOSE-DATE.
003220    1100-EXIT.
003230        EXIT.
003240*================================================================
003250*  1300-READ-OPERATOR-MASTER - ONE KEYED READ OF THE DBLOPM
003260*  MASTER FOR THE DBLOPID OPERATOR. THE MASTER IS REQUIRED.
003270*================================================================
003280    1300-READ-OPERATOR-MASTER.
003290        OPEN INPUT DBL-OPERATOR-FILE.
003300        IF DBL99-OPM-STATUS NOT = '00'
003310            DISPLAY 'FATAL - DBLOPM OPEN FAILED, STATUS '
003320                DBL99-OPM-STATUS
003330            MOVE 16 TO RETURN-CODE
003340            STOP RUN
003350        END-IF.
003360        MOVE DBL99-OPERATOR-ID TO DBL-OPM-ID.
003370        READ DBL-OPERATOR-FILE
003380            INVALID KEY
003390                MOVE 'N' TO DBL99-OPR-FOUND-SW
003400            NOT INVALID KEY
003410                MOVE 'Y' TO DBL99-OPR-FOUND-SW
003420                MOVE DBL-OPM-ACTIVE TO DBL99-OPR-ACTIVE
003430                MOVE DBL-OPM-AUTHORITY TO DBL99-OPR-AUTHORITY
003440        END-READ.
003450        CLOSE DBL-OPERATOR-FILE.
003460    1300-EXIT.
003470        EXIT.
003480*================================================================
003490*  1450-ENFORCE-AUTHORITY - AS DBL100 ENFORCES ITS OWN: UNKNOWN
003500*  OR INACTIVE IDS ARE REFUSED OUTRIGHT, AND SETTING THE FIRST
003510*  BUSINESS DATE NEEDS SUPERVISOR LEVEL 3. A ROUTINE CLOSE IS
003520*  A SCHEDULED BATCH STEP AND NEEDS ONLY AN ACTIVE OPERATOR.
003530*================================================================
003540    1450-ENFORCE-AUTHORITY.
003550        IF NOT DBL99-OPR-FOUND OR DBL99-OPR-ACTIVE NOT = 'Y'
003560            PERFORM 4300-WRITE-AUTH-REFUSAL THRU 4300-EXIT
003570            DISPLAY 'OPERATOR ' DBL99-OPERATOR-ID
003580                ' UNKNOWN OR INACTIVE - RUN REFUSED'
003590            PERFORM 1460-REFUSE-RUN THRU 1460-EXIT
003600        END-IF.
003610        IF DBL99-MODE-INIT AND DBL99-OPR-AUTHORITY < 3
003620            PERFORM 4300-WRITE-AUTH-REFUSAL THRU 4300-EXIT
003630            DISPLAY 'SETTING THE BUSINESS DATE NEEDS SUPERVISOR'
003640                ' - RUN REFUSED FOR ' DBL99-OPERATOR-ID
003650            PERFORM 1460-REFUSE-RUN THRU 1460-EXIT
003660        END-IF.
003670    1450-EXIT.
003680        EXIT.
003690*
003700    1460-REFUSE-RUN.
003710        MOVE SPACES TO DBL99-REPORT-LINE.
003720        STRING 'RUN REFUSED - OPERATOR ' DBL99-OPERATOR-ID
003730            ' LACKS THE AUTHORITY'
003740            DELIMITED BY SIZE INTO DBL99-REPORT-LINE.
003750        WRITE DBL99-REPORT-LINE.
003760        CLOSE DBL-CLOSE-REPORT-FILE.
003770        MOVE 12 TO RETURN-CODE.
003780        STOP RUN.
003790    1460-EXIT.
003800        EXIT.
003810*================================================================
003820*  1500-LOAD-CALENDAR - LOAD THE NON-PROCESSING DATES. A ROW
003830*  WITHOUT A NUMERIC DATE IS IGNORED AND LISTED ON THE CONSOLE.
003840*================================================================
003850    1500-LOAD-CALENDAR.
003860        OPEN INPUT DBL-CALENDAR-FILE.
003870        IF DBL99-HOL-STATUS NOT = '00'
003880            GO TO 1500-EXIT
003890        END-IF.
003900        PERFORM 1510-READ-CALENDAR-ROW THRU 1510-EXIT
003910            UNTIL DBL99-HOL-EOF-YES.
003920        CLOSE DBL-CALENDAR-FILE.
003930    1500-EXIT.
003940        EXIT.
003950*
003960    1510-READ-CALENDAR-ROW.
003970        READ DBL-CALENDAR-FILE
003980            AT END
003990                MOVE 'Y' TO DBL99-HOL-EOF-SW
004000                GO TO 1510-EXIT
004010        END-READ.
004020        IF DBL-HOL-DATE IS NOT NUMERIC
004030            DISPLAY 'DBLHOL ROW IGNORED: ' DBL-CALENDAR-RECORD
004040            GO TO 1510-EXIT
004050        END-IF.
004060        IF DBL99-HOL-COUNT >= 400
004070            DISPLAY 'FATAL - DBLHOL EXCEEDS 400 DATES'
004080            MOVE 16 TO RETURN-CODE
004090            STOP RUN
004100        END-IF.
004110        ADD 1 TO DBL99-HOL-COUNT.
004120        MOVE DBL-HOL-DATE-N
004130            TO DBL99-HOL-TAB-DATE (DBL99-HOL-COUNT).
004140        MOVE DBL-HOL-DESC TO DBL99-HOL-TAB-DESC (DBL99-HOL-COUNT).
004150    1510-EXIT.
004160        EXIT.
004170*================================================================
004180*  2000-VERIFY-CHAIN - READ THE WHOLE MANIFEST, KEEPING THE
004190*  LAST STAMP EACH REQUIRED STEP MADE FOR THE OPEN DATE, THEN
004200*  LIST THE STEPS. ANY STEP MISSING OR NOT RC 0 KEEPS THE DATE
004210*  OPEN.
004220*================================================================
004230    2000-VERIFY-CHAIN.
004240        PERFORM 2050-CLEAR-ONE-STEP THRU 2050-EXIT
004250            VARYING DBL99-CHN-SUB FROM 1 BY 1
004260            UNTIL DBL99-CHN-SUB > DBL99-CHN-COUNT.
004270        OPEN INPUT DBL-MANIFEST-FILE.
004280        IF DBL99-MAN-STATUS = '00'
004290            PERFORM 2100-READ-ONE-STAMP THRU 2100-EXIT
004300                UNTIL DBL99-MAN-EOF-YES
004310        END-IF.
004320        CLOSE DBL-MANIFEST-FILE.
004330        MOVE SPACES TO DBL99-REPORT-LINE.
004340        STRING 'CHAIN FOR BUSINESS DATE ' DBL99-CLOSE-DATE
004350            DELIMITED BY SIZE INTO DBL99-REPORT-LINE.
004360        WRITE DBL99-REPORT-LINE.
004370        PERFORM 2300-REPORT-ONE-STEP THRU 2300-EXIT
004380            VARYING DBL99-CHN-SUB FROM 1 BY 1
004390            UNTIL DBL99-CHN-SUB > DBL99-CHN-COUNT.
004400        MOVE SPACES TO DBL99-REPORT-LINE.
004410        WRITE DBL99-REPORT-LINE.
004420    2000-EXIT.
004430        EXIT.
004440*
004450    2050-CLEAR-ONE-STEP.
004460        MOVE 'N' TO DBL99-CHN-FOUND-SW (DBL99-CHN-SUB).
004470        MOVE 0 TO DBL99-CHN-RC (DBL99-CHN-SUB).
004480        MOVE 0 TO DBL99-CHN-FIN-DATE (DBL99-CHN-SUB).
004490        MOVE 0 TO DBL99-CHN-FIN-TIME (DBL99-CHN-SUB).
004500        MOVE 0 TO DBL99-CHN-RECS (DBL99-CHN-SUB).
004510    2050-EXIT.
004520        EXIT.
004530*
004540    2100-READ-ONE-STAMP.
004550        READ DBL-MANIFEST-FILE
004560            AT END
004570                MOVE 'Y' TO DBL99-MAN-EOF-SW
004580                GO TO 2100-EXIT
004590        END-READ.
004600        IF DBL-MAN-RUN-DATE NOT = DBL99-CLOSE-DATE
004610            GO TO 2100-EXIT
004620        END-IF.
004630        PERFORM 2200-MATCH-ONE-STEP THRU 2200-EXIT
004640            VARYING DBL99-CHN-SUB FROM 1 BY 1
004650            UNTIL DBL99-CHN-SUB > DBL99-CHN-COUNT.
004660    2100-EXIT.
004670        EXIT.
004680*
004690    2200-MATCH-ONE-STEP.
004692        IF DBL-MAN-PROGRAM NOT = DBL99-CHN-PROGRAM (DBL99-CHN-SUB)
004694                AND (DBL99-CHN-ALT-PROGRAM (DBL99-CHN-SUB)
004696                    = SPACES
004698                OR DBL-MAN-PROGRAM
004700                    NOT = DBL99-CHN-ALT-PROGRAM (DBL99-CHN-SUB))
004710            GO TO 2200-EXIT
004720        END-IF.
004730        MOVE 'Y' TO DBL99-CHN-FOUND-SW (DBL99-CHN-SUB).
004740        MOVE DBL-MAN-RETURN-CODE TO DBL99-CHN-RC (DBL99-CHN-SUB).
004750        MOVE DBL-MAN-FINISH-DATE
004760            TO DBL99-CHN-FIN-DATE (DBL99-CHN-SUB).
004770        MOVE DBL-MAN-FINISH-TIME
004780            TO DBL99-CHN-FIN-TIME (DBL99-CHN-SUB).
004790        MOVE DBL-MAN-REC-COUNT TO DBL99-CHN-RECS (DBL99-CHN-SUB).
004800    2200-EXIT.
004810        EXIT.
004820*
004830    2300-REPORT-ONE-STEP.
004840        MOVE SPACES TO DBL99-REPORT-LINE.
004850        IF DBL99-CHN-FOUND-SW (DBL99-CHN-SUB) NOT = 'Y'
004860            MOVE 'N' TO DBL99-CHAIN-SW
004870            STRING '  ' DBL99-CHN-PROGRAM (DBL99-CHN-SUB)
004880                ' *MISSING* - NOT ON THE MANIFEST'
004890                DELIMITED BY SIZE INTO DBL99-REPORT-LINE
004900            WRITE DBL99-REPORT-LINE
004910            GO TO 2300-EXIT
004920        END-IF.
004930        ADD 1 TO DBL99-COUNT-VERIFIED.
004940        IF DBL99-CHN-RC (DBL99-CHN-SUB) NOT = 0
004950            MOVE 'N' TO DBL99-CHAIN-SW
004960            STRING '  ' DBL99-CHN-PROGRAM (DBL99-CHN-SUB)
004970                ' *FAILED*  RC ' DBL99-CHN-RC (DBL99-CHN-SUB)
004980                ' FINISHED ' DBL99-CHN-FIN-DATE (DBL99-CHN-SUB)
004990                ' ' DBL99-CHN-FIN-TIME (DBL99-CHN-SUB)
005000                DELIMITED BY SIZE INTO DBL99-REPORT-LINE
005010        ELSE
005020            STRING '  ' DBL99-CHN-PROGRAM (DBL99-CHN-SUB)
005030                ' CLEAN     RC ' DBL99-CHN-RC (DBL99-CHN-SUB)
005040                ' FINISHED ' DBL99-CHN-FIN-DATE (DBL99-CHN-SUB)
005050                ' ' DBL99-CHN-FIN-TIME (DBL99-CHN-SUB)
005060                ' RECORDS ' DBL99-CHN-RECS (DBL99-CHN-SUB)
005070                DELIMITED BY SIZE INTO DBL99-REPORT-LINE
005080        END-IF.
005090        WRITE DBL99-REPORT-LINE.
005100    2300-EXIT.
005110        EXIT.
005120*================================================================
005130*  3000-FIND-NEXT-DATE - THE DAY AFTER THE CLOSED DATE, STEPPED
005140*  PAST EVERY DATE ON THE NON-PROCESSING CALENDAR. A MONTH OF
005150*  CONSECUTIVE NON-PROCESSING DAYS IS A BAD CALENDAR, NOT A
005160*  SHUTDOWN, AND ABENDS RATHER THAN OPENING A DATE NOBODY MEANT.
005170*================================================================
005180    3000-FIND-NEXT-DATE.
005190        COMPUTE DBL99-NEXT-INT =
005200            FUNCTION INTEGER-OF-DATE (DBL99-CLOSE-DATE).
005210        MOVE 'Y' TO DBL99-HOLIDAY-SW.
005220        PERFORM 3100-STEP-ONE-DAY THRU 3100-EXIT
005230            UNTIL NOT DBL99-IS-HOLIDAY.
005240    3000-EXIT.
005250        EXIT.
005260*
005270    3100-STEP-ONE-DAY.
005280        ADD 1 TO DBL99-NEXT-INT.
005290        COMPUTE DBL99-NEXT-DATE =
005300            FUNCTION DATE-OF-INTEGER (DBL99-NEXT-INT).
005310        PERFORM 3200-CHECK-CALENDAR THRU 3200-EXIT.
005320        IF NOT DBL99-IS-HOLIDAY
005330            GO TO 3100-EXIT
005340        END-IF.
005350        ADD 1 TO DBL99-SKIP-COUNT.
005360        IF DBL99-SKIP-COUNT > 31
005370            DISPLAY 'FATAL - DBLHOL LEAVES NO PROCESSING DAY '
005380                'WITHIN 31 DAYS OF ' DBL99-CLOSE-DATE
005390            MOVE 16 TO RETURN-CODE
005400            STOP RUN
005410        END-IF.
005420        MOVE SPACES TO DBL99-REPORT-LINE.
005430        STRING 'NON-PROCESSING DAY  . . : ' DBL99-NEXT-DATE
005440            '  ' DBL99-HOL-TAB-DESC (DBL99-HOL-IX)
005450            DELIMITED BY SIZE INTO DBL99-REPORT-LINE.
005460        WRITE DBL99-REPORT-LINE.
005470    3100-EXIT.
005480        EXIT.
005490*
005500    3200-CHECK-CALENDAR.
005510        MOVE 'N' TO DBL99-HOLIDAY-SW.
005520        MOVE 0 TO DBL99-HOL-IX.
005530        PERFORM 3210-CHECK-ONE-DATE THRU 3210-EXIT
005540            VARYING DBL99-HOL-SUB FROM 1 BY 1
005550            UNTIL DBL99-HOL-SUB > DBL99-HOL-COUNT
005560                OR DBL99-IS-HOLIDAY.
005570    3200-EXIT.
005580        EXIT.
005590*
005600    3210-CHECK-ONE-DATE.
005610        IF DBL99-HOL-TAB-DATE (DBL99-HOL-SUB) = DBL99-NEXT-DATE
005620            MOVE 'Y' TO DBL99-HOLIDAY-SW
005630            MOVE DBL99-HOL-SUB TO DBL99-HOL-IX
005640        END-IF.
005650    3210-EXIT.
005660        EXIT.
005670*================================================================
005680*  4000-ADVANCE-DATE - THE OPEN DATE BECOMES THE LAST CLOSED
005690*  DATE AND THE NEXT PROCESSING DAY OPENS. FROM HERE ON EVERY
005700*  JOB STAMPS AND SELECTS BY THE NEW DATE.
005710*================================================================
005720    4000-ADVANCE-DATE.
005730        MOVE DBL99-NEXT-DATE TO DBL-BDT-BUS-DATE.
005740        MOVE DBL99-CLOSE-DATE TO DBL-BDT-CLOSED-DATE.
005750        MOVE DBL99-OPERATOR-ID TO DBL-BDT-CLOSED-BY.
005760        ACCEPT DBL-BDT-CLOSE-STAMP-DATE FROM DATE YYYYMMDD.
005765        ACCEPT DBL99-STAMP-CLOCK FROM TIME.
005770        MOVE DBL99-STAMP-CLOCK (1:6) TO DBL-BDT-CLOSE-STAMP-TIME.
005780        PERFORM 4400-WRITE-CONTROL THRU 4400-EXIT.
005790        MOVE SPACES TO DBL99-REPORT-LINE.
005800        STRING 'BUSINESS DATE CLOSED  . : ' DBL99-CLOSE-DATE
005810            DELIMITED BY SIZE INTO DBL99-REPORT-LINE.
005820        WRITE DBL99-REPORT-LINE.
005830        MOVE SPACES TO DBL99-REPORT-LINE.
005840        STRING 'NEXT BUSINESS DATE  . . : ' DBL99-NEXT-DATE
005850            DELIMITED BY SIZE INTO DBL99-REPORT-LINE.
005860        WRITE DBL99-REPORT-LINE.
005870    4000-EXIT.
005880        EXIT.
005890*================================================================
005900*  4300-WRITE-AUTH-REFUSAL - A REFUSED RUN IS ITSELF AUDITED:
005910*  AN AUTHFAIL LINE WITH ZERO AMOUNTS UNDER THE REFUSED
005920*  OPERATOR'S ID. THE CONTROL RECORD HAS NOT BEEN READ YET, SO
005930*  THE LINE CARRIES A ZERO DATE RATHER THAN A GUESSED ONE.
005940*================================================================
005950    4300-WRITE-AUTH-REFUSAL.
005960        OPEN EXTEND DBL-AUDIT-FILE.
005970        IF DBL99-AUD-STATUS NOT = '00'
005980                AND DBL99-AUD-STATUS NOT = '05'
005990            DISPLAY 'FATAL - DBLAUD OPEN FAILED, STATUS '
006000                DBL99-AUD-STATUS
006010            MOVE 16 TO RETURN-CODE
006020            STOP RUN
006030        END-IF.
006040        MOVE 'AUTHFAIL' TO DBL-AUD-ITEM.
006050        MOVE '0000' TO DBL-AUD-STORE.
006060        MOVE SPACES TO DBL-AUD-TRAN-TYPE.
006070        MOVE SPACES TO DBL-AUD-REF-NO.
006080        MOVE 0 TO DBL-AUD-ORIG.
006090        MOVE 0 TO DBL-AUD-DOUBLED.
006100        MOVE 0 TO DBL-AUD-DATE.
006110        ACCEPT DBL-AUD-TIME FROM TIME.
006120        MOVE DBL99-OPERATOR-ID TO DBL-AUD-OPERATOR.
006130        MOVE 'N' TO DBL-AUD-OVERFLOW.
006135        MOVE 0 TO DBL-AUD-FACTOR.
006140        MOVE 'N' TO DBL-AUD-PROMO-RULE.
006150        WRITE DBL-AUDIT-RECORD.
006160        CLOSE DBL-AUDIT-FILE.
006170    4300-EXIT.
006180        EXIT.
006190*================================================================
006200*  4400-WRITE-CONTROL - BUILD THE NEW RECORD ON DBLBDTT AND
006210*  RENAME IT OVER DBLBDT ONLY ONCE IT IS COMPLETE AND CLOSED.
006220*================================================================
006230    4400-WRITE-CONTROL.
006240        OPEN OUTPUT DBL-BUSINESS-DATE-TEMP-FILE.
006250        IF DBL99-BDTT-STATUS NOT = '00'
006260            DISPLAY 'FATAL - DBLBDTT OPEN FAILED, STATUS '
006270                DBL99-BDTT-STATUS
006280            MOVE 16 TO RETURN-CODE
006290            STOP RUN
006300        END-IF.
006310        MOVE DBL-BUSINESS-DATE-RECORD
006320            TO DBL-BUSINESS-DATE-TEMP-RECORD.
006330        WRITE DBL-BUSINESS-DATE-TEMP-RECORD.
006340        CLOSE DBL-BUSINESS-DATE-TEMP-FILE.
006350        PERFORM 4450-RENAME-CONTROL THRU 4450-EXIT.
006360    4400-EXIT.
006370        EXIT.
006380*================================================================
006390*  4450-RENAME-CONTROL - THE NAMES ARE RESOLVED THE WAY THE
006400*  ASSIGN CLAUSES RESOLVE THEM (ENVIRONMENT VARIABLE OVERRIDE
006410*  IF PRESENT, ELSE THE LOGICAL NAME ITSELF).
006420*================================================================
006430    4450-RENAME-CONTROL.
006440        ACCEPT DBL99-OLD-NAME FROM ENVIRONMENT "DBLBDTT".
006450        IF DBL99-OLD-NAME = SPACES
006460            MOVE "DBLBDTT" TO DBL99-OLD-NAME
006470        END-IF.
006480        ACCEPT DBL99-NEW-NAME FROM ENVIRONMENT "DBLBDT".
006490        IF DBL99-NEW-NAME = SPACES
006500            MOVE "DBLBDT" TO DBL99-NEW-NAME
006510        END-IF.
006520        CALL "CBL_RENAME_FILE" USING DBL99-OLD-NAME
006530            DBL99-NEW-NAME RETURNING DBL99-RENAME-RC.
006540        IF DBL99-RENAME-RC NOT = 0
006550            DISPLAY 'FATAL - DBLBDT RENAME FAILED, RC '
006560                DBL99-RENAME-RC
006570            MOVE 16 TO RETURN-CODE
006580            STOP RUN
006590        END-IF.
006600    4450-EXIT.
006610        EXIT.
006620*================================================================
006630*  7000-INITIALIZE-CONTROL - CREATE THE FIRST CONTROL RECORD
006640*  FROM THE PARM DATE. REFUSED (RC 8) IF A RECORD ALREADY
006650*  EXISTS - THE DATE ONLY EVER MOVES THROUGH A CLOSE - OR IF
006660*  THE DATE IS NOT A REAL DATE OR IS A NON-PROCESSING DAY.
006670*================================================================
006680    7000-INITIALIZE-CONTROL.
006690        IF DBL99-BDT-FOUND
006700            MOVE SPACES TO DBL99-REPORT-LINE
006710            STRING 'INIT REFUSED - DBLBDT ALREADY HOLDS '
006720                DBL-BDT-BUS-DATE
006730                DELIMITED BY SIZE INTO DBL99-REPORT-LINE
006740            WRITE DBL99-REPORT-LINE
006750            MOVE 8 TO RETURN-CODE
006760            GO TO 7000-EXIT
006770        END-IF.
006780        IF DBL99-PARM-TEXT (6:8) IS NOT NUMERIC
006790            MOVE 'INIT REFUSED - PARM MUST BE INIT YYYYMMDD'
006800                TO DBL99-REPORT-LINE
006810            WRITE DBL99-REPORT-LINE
006820            MOVE 8 TO RETURN-CODE
006830            GO TO 7000-EXIT
006840        END-IF.
006850        MOVE DBL99-PARM-TEXT (6:8) TO DBL99-INIT-DATE.
006860        IF DBL99-INIT-YYYY < 1601
006870                OR DBL99-INIT-MM < 1 OR DBL99-INIT-MM > 12
006880                OR DBL99-INIT-DD < 1 OR DBL99-INIT-DD > 31
006890            MOVE SPACES TO DBL99-REPORT-LINE
006900            STRING 'INIT REFUSED - ' DBL99-INIT-DATE
006910                ' IS NOT A DATE'
006920                DELIMITED BY SIZE INTO DBL99-REPORT-LINE
006930            WRITE DBL99-REPORT-LINE
006940            MOVE 8 TO RETURN-CODE
006950            GO TO 7000-EXIT
006960        END-IF.
006970        MOVE DBL99-INIT-DATE TO DBL99-NEXT-DATE.
006980        PERFORM 3200-CHECK-CALENDAR THRU 3200-EXIT.
006990        IF DBL99-IS-HOLIDAY
007000            MOVE SPACES TO DBL99-REPORT-LINE
007010            STRING 'INIT REFUSED - ' DBL99-INIT-DATE
007020                ' IS A NON-PROCESSING DAY'
007030                DELIMITED BY SIZE INTO DBL99-REPORT-LINE
007040            WRITE DBL99-REPORT-LINE
007050            MOVE 8 TO RETURN-CODE
007060            GO TO 7000-EXIT
007070        END-IF.
007080        MOVE DBL99-INIT-DATE TO DBL-BDT-BUS-DATE.
007090        MOVE 0 TO DBL-BDT-CLOSED-DATE.
007100        MOVE DBL99-OPERATOR-ID TO DBL-BDT-CLOSED-BY.
007110        ACCEPT DBL-BDT-CLOSE-STAMP-DATE FROM DATE YYYYMMDD.
007115        ACCEPT DBL99-STAMP-CLOCK FROM TIME.
007120        MOVE DBL99-STAMP-CLOCK (1:6) TO DBL-BDT-CLOSE-STAMP-TIME.
007130        PERFORM 4400-WRITE-CONTROL THRU 4400-EXIT.
007140        MOVE SPACES TO DBL99-REPORT-LINE.
007150        STRING 'BUSINESS DATE OPENED  . : ' DBL99-INIT-DATE
007160            DELIMITED BY SIZE INTO DBL99-REPORT-LINE.
007170        WRITE DBL99-REPORT-LINE.
007180    7000-EXIT.
007190        EXIT.
007200*================================================================
007210*  9000-TERMINATE - VERDICT, RETURN CODE, THE MANIFEST STAMP
007220*  AND THE CONSOLE ECHO. AN INCOMPLETE CHAIN ENDS RC 24, THE
007230*  SAME PREREQUISITE CODE THE DOWNSTREAM JOBS USE.
007240*================================================================
007250    9000-TERMINATE.
007260        MOVE SPACES TO DBL99-REPORT-LINE.
007270        WRITE DBL99-REPORT-LINE.
007280        IF DBL99-MODE-CLOSE
007290            IF DBL99-CHAIN-COMPLETE
007300                MOVE 'BUSINESS DAY CLOSED - NEXT DATE IS OPEN'
007310                    TO DBL99-REPORT-LINE
007320            ELSE
007330                MOVE '*** CHAIN INCOMPLETE - DATE LEFT OPEN ***'
007340                    TO DBL99-REPORT-LINE
007350                MOVE 24 TO RETURN-CODE
007360            END-IF
007370            WRITE DBL99-REPORT-LINE
007380            PERFORM 9300-STAMP-MANIFEST THRU 9300-EXIT
007390            DISPLAY DBL99-REPORT-LINE
007400        END-IF.
007410        CLOSE DBL-CLOSE-REPORT-FILE.
007420        DISPLAY 'DBL990 PROCESSING COMPLETE'.
007430    9000-EXIT.
007440        EXIT.
007450*================================================================
007460*  9300-STAMP-MANIFEST - THE CLOSE, CLEAN OR NOT, GOES ON THE
007470*  MANIFEST UNDER THE DATE IT CLOSED (OR FAILED TO CLOSE).
007480*================================================================
007490    9300-STAMP-MANIFEST.
007500        OPEN EXTEND DBL-MANIFEST-FILE.
007510        IF DBL99-MAN-STATUS NOT = '00'
007520                AND DBL99-MAN-STATUS NOT = '05'
007530            DISPLAY 'FATAL - DBLMAN OPEN FAILED, STATUS '
007540                DBL99-MAN-STATUS
007550            MOVE 16 TO RETURN-CODE
007560            STOP RUN
007570        END-IF.
007580        MOVE 'DBL990  ' TO DBL-MAN-PROGRAM.
007590        MOVE DBL99-CLOSE-DATE TO DBL-MAN-RUN-DATE.
007600        MOVE RETURN-CODE TO DBL-MAN-RETURN-CODE.
007610        ACCEPT DBL-MAN-FINISH-DATE FROM DATE YYYYMMDD.
007612        ACCEPT DBL99-STAMP-CLOCK FROM TIME.
007615        MOVE DBL99-STAMP-CLOCK (1:6) TO DBL-MAN-FINISH-TIME.
007617        MOVE DBL99-START-DATE TO DBL-MAN-START-DATE.
007620        MOVE DBL99-START-CLOCK (1:6) TO DBL-MAN-START-TIME.
007630        MOVE DBL99-COUNT-VERIFIED TO DBL-MAN-REC-COUNT.
007640        WRITE DBL-MANIFEST-RECORD.
007650        CLOSE DBL-MANIFEST-FILE.
007660    9300-EXIT.
007670        EXIT.
