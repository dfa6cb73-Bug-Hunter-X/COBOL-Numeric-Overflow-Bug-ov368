000010    IDENTIFICATION DIVISION.
000020    PROGRAM-ID. DBL980.
000030    AUTHOR. R JENNINGS.
000040    INSTALLATION. ORDER ENTRY SYSTEMS.
000050    DATE-WRITTEN. 10/15/2026.
000060    DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100*  DATE       BY   DESCRIPTION                                 *
000110*  ---------- ---- ------------------------------------------- *
000120*  10/15/2026 RJ   ORIGINAL VERSION. BATCH-WINDOW STATUS BOARD *
000130*                  - WHAT THE ON-CALL ANALYST READS INSTEAD OF *
000140*                  THE RAW DBLMAN MANIFEST. EACH STEP ON THE   *
000150*                  MAINTAINED DBLSCH SCHEDULE (STEP, THE       *
000160*                  PROGRAM THAT MAY STAND IN FOR IT, ITS       *
000170*                  PREREQUISITE, WHETHER IT MUST RUN EVERY     *
000180*                  NIGHT, AND ITS LATEST ACCEPTABLE FINISH) IS *
000190*                  CHECKED AGAINST THE LAST STAMP IT MADE FOR  *
000200*                  THE BUSINESS DATE: STARTED, FINISHED, RUN   *
000210*                  TIME, WAIT AFTER ITS PREREQUISITE, RC AND   *
000220*                  RECORD COUNT. A STEP THAT IS MISSING PAST   *
000230*                  ITS SLA, FINISHED LATE, FINISHED NON-ZERO   *
000240*                  OR STARTED BEFORE ITS PREREQUISITE FINISHED *
000250*                  IS FLAGGED AND ENDS THE RUN RC 8 FOR THE    *
000260*                  SCHEDULER TO ALERT ON; A STEP NOT YET DUE   *
000270*                  IS PENDING, NOT MISSING. THE DAY'S STAMPS   *
000280*                  ARE ALSO LISTED IN MANIFEST ORDER WITH THE  *
000290*                  GAP BETWEEN THEM, AND A SEVEN-DAY VIEW (THE *
000300*                  DATE AND THE SIX BEFORE IT ON THE MANIFEST) *
000310*                  SHOWS THE WINDOW AND THE TIGHTEST SLA       *
000320*                  MARGIN NIGHT BY NIGHT. THE DATE IS THE OPEN *
000330*                  BUSINESS DATE, PARM LAST FOR THE LAST       *
000340*                  CLOSED ONE, OR PARM DATE=YYYYMMDD.          *
000341*  10/15/2026 RJ   THE SCHEDULE LOOKUP NOW KEYS ON A WORKING-  *
000342*                  STORAGE STEP NAME INSTEAD OF THE DBLMAN     *
000343*                  RECORD AREA, WHICH IS NOT DEFINED WHILE THE *
000344*                  SCHEDULE IS LOADED BEFORE DBLMAN IS OPENED. *
000350*--------------------------------------------------------------*
000360*
000370    ENVIRONMENT DIVISION.
000380    CONFIGURATION SECTION.
000390    SOURCE-COMPUTER. IBM-370.
000400    OBJECT-COMPUTER. IBM-370.
000410    INPUT-OUTPUT SECTION.
000420    FILE-CONTROL.
000430        SELECT DBL-SCHEDULE-FILE ASSIGN TO DBLSCH
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS IS DBL98-SCH-STATUS.
000460        SELECT OPTIONAL DBL-MANIFEST-FILE ASSIGN TO DBLMAN
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS IS DBL98-MAN-STATUS.
000490        SELECT DBL-BOARD-REPORT-FILE ASSIGN TO DBL98RPT
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS DBL98-RPT-STATUS.
000520*
000530    DATA DIVISION.
000540    FILE SECTION.
000550*--------------------------------------------------------------*
000560*  DBL-SCHEDULE-FILE - THE EXPECTED SCHEDULE, ONE ROW PER STEP  *
000570*  IN THE ORDER THE BOARD SHOULD LIST THEM. ALTERNATE IS THE    *
000580*  PROGRAM WHOSE STAMP STANDS IN FOR THE STEP (DBL150 FOR       *
000590*  DBL100 ON A PARTITIONED NIGHT). PREREQUISITE IS ANOTHER      *
000600*  SCHEDULED STEP THAT MUST FINISH FIRST. REQUIRED N MARKS AN   *
000610*  ON-DEMAND STEP (DBL300) THAT IS NOT MISSED WHEN IT DOES NOT  *
000620*  RUN; BLANK MEANS Y. THE LATEST FINISH IS HHMM ON THE         *
000630*  BUSINESS DATE PLUS LATEST-DAY DAYS, SO A WINDOW THAT RUNS    *
000640*  PAST MIDNIGHT CARRIES A 1. THE COMMENT IS FOR WHOEVER        *
000650*  MAINTAINS THE FILE AND IS NOT PRINTED.                       *
000660*--------------------------------------------------------------*
000670    FD  DBL-SCHEDULE-FILE
000680        RECORD CONTAINS 50 CHARACTERS.
000690    01  DBL-SCHEDULE-RECORD.
000700        05  DBL-SCH-STEP             PIC X(08).
000710        05  DBL-SCH-ALTERNATE        PIC X(08).
000720        05  DBL-SCH-PREREQ           PIC X(08).
000730        05  DBL-SCH-REQUIRED         PIC X(01).
000740        05  DBL-SCH-LATEST-DAY       PIC X(01).
000750        05  DBL-SCH-LATEST-DAY-N REDEFINES DBL-SCH-LATEST-DAY
000760                                     PIC 9(01).
000770        05  DBL-SCH-LATEST-TIME      PIC X(04).
000780        05  DBL-SCH-LATEST-TIME-N REDEFINES DBL-SCH-LATEST-TIME.
000790            10  DBL-SCH-LATEST-HH    PIC 9(02).
000800            10  DBL-SCH-LATEST-MM    PIC 9(02).
000810        05  DBL-SCH-COMMENT          PIC X(20).
000820*--------------------------------------------------------------*
000830*  DBL-MANIFEST-FILE - THE SHARED RUN MANIFEST, READ ONLY.      *
000840*  READ THREE TIMES: FOR THE DATES ON IT, FOR EACH STEP'S LAST  *
000850*  STAMP ON THOSE DATES, AND FOR THE DAY'S RUN LOG.             *
000860*--------------------------------------------------------------*
000870    FD  DBL-MANIFEST-FILE
000880        RECORD CONTAINS 53 CHARACTERS.
000890        COPY DBLMANR.
000900*--------------------------------------------------------------*
000910*  DBL-BOARD-REPORT-FILE - THE STATUS BOARD.                    *
000920*--------------------------------------------------------------*
000930    FD  DBL-BOARD-REPORT-FILE
000940        RECORD CONTAINS 80 CHARACTERS.
000950    01  DBL98-REPORT-LINE            PIC X(80).
000960*
000970    WORKING-STORAGE SECTION.
000980    01  DBL98-SWITCHES.
000990        05  DBL98-SCH-EOF-SW         PIC X(01) VALUE 'N'.
001000            88  DBL98-SCH-EOF-YES               VALUE 'Y'.
001010        05  DBL98-MAN-EOF-SW         PIC X(01) VALUE 'N'.
001020            88  DBL98-MAN-EOF-YES               VALUE 'Y'.
001030        05  DBL98-MAN-OPEN-SW        PIC X(01) VALUE 'N'.
001040            88  DBL98-MAN-PRESENT               VALUE 'Y'.
001050        05  DBL98-CVT-KNOWN-SW       PIC X(01) VALUE 'N'.
001060            88  DBL98-CVT-KNOWN                 VALUE 'Y'.
001070        05  DBL98-STAMP-OK-SW        PIC X(01) VALUE 'N'.
001080            88  DBL98-STAMP-OK                  VALUE 'Y'.
001090        05  DBL98-PREV-SW            PIC X(01) VALUE 'N'.
001100            88  DBL98-PREV-KNOWN                VALUE 'Y'.
001110*
001120    01  DBL98-RUN-DATE               PIC 9(08) VALUE 0.
001130*
001140*--------------------------------------------------------------*
001150*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT   *
001160*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK.  *
001170*--------------------------------------------------------------*
001180    COPY DBLDPARM.
001190*
001200    01  DBL98-PARM-AREA.
001210        05  DBL98-PARM-TEXT          PIC X(80) VALUE SPACES.
001220*
001230*--------------------------------------------------------------*
001240*  DBL98-REPORT-DATE - THE BUSINESS DATE THE BOARD IS FOR. THE  *
001250*  SPLIT VIEW VALIDATES A PARM DATE AS DBL990 VALIDATES ITS     *
001260*  INIT DATE.                                                   *
001270*--------------------------------------------------------------*
001280    01  DBL98-REPORT-DATE            PIC 9(08) VALUE 0.
001290    01  DBL98-REPORT-DATE-X REDEFINES DBL98-REPORT-DATE.
001300        05  DBL98-REPORT-YYYY        PIC 9(04).
001310        05  DBL98-REPORT-MM          PIC 9(02).
001320        05  DBL98-REPORT-DD          PIC 9(02).
001330*
001340    01  DBL98-FILE-STATUSES.
001350        05  DBL98-SCH-STATUS         PIC X(02) VALUE SPACES.
001360        05  DBL98-MAN-STATUS         PIC X(02) VALUE SPACES.
001370        05  DBL98-RPT-STATUS         PIC X(02) VALUE SPACES.
001380*
001390*--------------------------------------------------------------*
001400*  DBL98-NOW - THE WALL CLOCK WHEN THE BOARD RAN. A STEP WITH   *
001410*  NO STAMP WHOSE LATEST FINISH IS STILL AHEAD OF IT IS         *
001420*  PENDING, NOT MISSING. THE CLOCK READS HHMMSSHH.              *
001430*--------------------------------------------------------------*
001440    01  DBL98-NOW.
001450        05  DBL98-NOW-DATE           PIC 9(08) VALUE 0.
001460        05  DBL98-NOW-CLOCK          PIC 9(08) VALUE 0.
001470        05  DBL98-NOW-SECS           PIC S9(11) COMP VALUE 0.
001480*
001490    01  DBL98-COUNTERS.
001500        05  DBL98-COUNT-READ         PIC 9(07) VALUE 0.
001510        05  DBL98-COUNT-IGNORED      PIC 9(07) VALUE 0.
001520        05  DBL98-COUNT-DAY-STAMPS   PIC 9(05) VALUE 0.
001530        05  DBL98-COUNT-PENDING      PIC 9(02) VALUE 0.
001540        05  DBL98-COUNT-FLAGGED      PIC 9(02) VALUE 0.
001550*
001560*--------------------------------------------------------------*
001570*  DBL98-SCHEDULE-TABLE - THE DBLSCH ROWS, IN FILE ORDER. THE   *
001580*  PREREQUISITE IS RESOLVED TO ITS ROW ONCE THE WHOLE FILE IS   *
001590*  LOADED, SO THE ROWS NEED NOT BE IN RUNNING ORDER.            *
001600*--------------------------------------------------------------*
001610    01  DBL98-SCHEDULE-TABLE.
001620        05  DBL98-SCH-COUNT          PIC S9(04) COMP VALUE 0.
001630        05  DBL98-SCH-SUB            PIC S9(04) COMP VALUE 0.
001640        05  DBL98-SCH-IX             PIC S9(04) COMP VALUE 0.
001650        05  DBL98-PRE-IX             PIC S9(04) COMP VALUE 0.
001660        05  DBL98-SCH-ENTRY OCCURS 30 TIMES.
001670            10  DBL98-SCH-TAB-STEP   PIC X(08).
001680            10  DBL98-SCH-TAB-ALT    PIC X(08).
001690            10  DBL98-SCH-TAB-PREREQ PIC X(08).
001700            10  DBL98-SCH-TAB-PRE-IX PIC S9(04) COMP.
001710            10  DBL98-SCH-TAB-REQ-SW PIC X(01).
001720                88  DBL98-SCH-TAB-REQUIRED      VALUE 'Y'.
001730            10  DBL98-SCH-TAB-DAY    PIC 9(01).
001740            10  DBL98-SCH-TAB-HH     PIC 9(02).
001750            10  DBL98-SCH-TAB-MM     PIC 9(02).
001760*
001770*--------------------------------------------------------------*
001780*  DBL98-PRIOR-TABLE - THE SIX LATEST BUSINESS DATES BEFORE THE *
001790*  REPORT DATE THAT HAVE ANY STAMP ON THE MANIFEST. NON-        *
001800*  PROCESSING DAYS HAVE NONE, SO THE VIEW SKIPS THEM.           *
001810*--------------------------------------------------------------*
001820    01  DBL98-PRIOR-TABLE.
001830        05  DBL98-PRI-COUNT          PIC S9(04) COMP VALUE 0.
001840        05  DBL98-PRI-SUB            PIC S9(04) COMP VALUE 0.
001850        05  DBL98-PRI-LOW-IX         PIC S9(04) COMP VALUE 0.
001860        05  DBL98-PRI-NEXT           PIC S9(04) COMP VALUE 0.
001870        05  DBL98-PRI-SWAP           PIC 9(08) VALUE 0.
001880        05  DBL98-PRI-DATE           PIC 9(08) OCCURS 6 TIMES.
001890*
001900*--------------------------------------------------------------*
001910*  DBL98-DAY-TABLE - SLOT 1 IS THE REPORT DATE, SLOTS 2 ON THE  *
001920*  PRIOR DATES, NEWEST FIRST. EACH SLOT KEEPS EVERY SCHEDULED   *
001930*  STEP'S LAST STAMP FOR THAT DATE - AS IN DBL990, A CLEAN RUN  *
001940*  FOLLOWED BY A FAILED RERUN IS NOT A CLEAN STEP - AND THE     *
001950*  DAY'S WINDOW, FLAG COUNTS AND TIGHTEST SLA MARGIN. TIMES ARE *
001960*  HELD AS SECONDS FROM THE DAY-NUMBER EPOCH SO A WINDOW THAT   *
001970*  CROSSES MIDNIGHT SUBTRACTS CLEANLY.                          *
001980*--------------------------------------------------------------*
001990    01  DBL98-DAY-TABLE.
002000        05  DBL98-DAY-COUNT          PIC S9(04) COMP VALUE 0.
002010        05  DBL98-DAY-SUB            PIC S9(04) COMP VALUE 0.
002020        05  DBL98-DAY-IX             PIC S9(04) COMP VALUE 0.
002030        05  DBL98-DAY-ENTRY OCCURS 7 TIMES.
002040            10  DBL98-DAY-DATE       PIC 9(08).
002050            10  DBL98-DAY-INT        PIC S9(09) COMP.
002060            10  DBL98-DAY-FIRST-SECS PIC S9(11) COMP.
002070            10  DBL98-DAY-LAST-SECS  PIC S9(11) COMP.
002080            10  DBL98-DAY-RAN        PIC 9(02).
002090            10  DBL98-DAY-LATE       PIC 9(02).
002100            10  DBL98-DAY-MISS       PIC 9(02).
002110            10  DBL98-DAY-FAIL       PIC 9(02).
002120            10  DBL98-DAY-ORDER      PIC 9(02).
002130            10  DBL98-DAY-PEND       PIC 9(02).
002140            10  DBL98-DAY-TIGHT-STEP PIC X(08).
002150            10  DBL98-DAY-TIGHT-SECS PIC S9(11) COMP.
002160            10  DBL98-DAY-STEP OCCURS 30 TIMES.
002170                15  DBL98-STP-FOUND-SW
002180                                     PIC X(01).
002190                    88  DBL98-STP-FOUND         VALUE 'Y'.
002200                15  DBL98-STP-START-SW
002210                                     PIC X(01).
002220                    88  DBL98-STP-START-KNOWN   VALUE 'Y'.
002230                15  DBL98-STP-RC     PIC 9(02).
002240                15  DBL98-STP-RECS   PIC 9(07).
002250                15  DBL98-STP-RUNS   PIC 9(03).
002260                15  DBL98-STP-START-SECS
002270                                     PIC S9(11) COMP.
002280                15  DBL98-STP-FIN-SECS
002290                                     PIC S9(11) COMP.
002300                15  DBL98-STP-DUE-SECS
002310                                     PIC S9(11) COMP.
002320                15  DBL98-STP-STATUS PIC X(15).
002330*
002340*--------------------------------------------------------------*
002342*  DBL98-STEP-WORK - THE STEP BEING EVALUATED OR LOGGED.        *
002345*  FIND-PROGRAM IS THE NAME 2300 LOOKS UP ON THE SCHEDULE; IT   *
002347*  IS KEPT HERE, NOT IN THE DBLMAN RECORD AREA, BECAUSE THE     *
002350*  SCHEDULE IS LOADED BEFORE DBLMAN IS OPEN.                    *
002360*--------------------------------------------------------------*
002365    01  DBL98-STEP-WORK.
002370        05  DBL98-FIND-PROGRAM       PIC X(08) VALUE SPACES.
002380        05  DBL98-WRK-START-SECS     PIC S9(11) COMP VALUE 0.
002390        05  DBL98-WRK-FIN-SECS       PIC S9(11) COMP VALUE 0.
002400        05  DBL98-WRK-BEGAN-SECS     PIC S9(11) COMP VALUE 0.
002410        05  DBL98-WRK-MARGIN-SECS    PIC S9(11) COMP VALUE 0.
002420        05  DBL98-PREV-FIN-SECS      PIC S9(11) COMP VALUE 0.
002430        05  DBL98-STATUS-PTR         PIC S9(04) COMP VALUE 0.
002440*
002450*--------------------------------------------------------------*
002460*  DBL98-CONVERT-AREA - A MANIFEST DATE AND HHMMSS TIME TURNED  *
002470*  INTO SECONDS. A BLANK OR IMPOSSIBLE DATE (A STAMP WRITTEN    *
002480*  BEFORE THE START FIELDS EXISTED) LEAVES THE TIME UNKNOWN.    *
002490*--------------------------------------------------------------*
002500    01  DBL98-CONVERT-AREA.
002510        05  DBL98-CVT-DATE           PIC 9(08) VALUE 0.
002520        05  DBL98-CVT-TIME           PIC 9(06) VALUE 0.
002530        05  DBL98-CVT-TIME-X REDEFINES DBL98-CVT-TIME.
002540            10  DBL98-CVT-HH         PIC 9(02).
002550            10  DBL98-CVT-MM         PIC 9(02).
002560            10  DBL98-CVT-SS         PIC 9(02).
002570        05  DBL98-CVT-INT            PIC S9(09) COMP VALUE 0.
002580        05  DBL98-CVT-SECS           PIC S9(11) COMP VALUE 0.
002590*
002600*--------------------------------------------------------------*
002610*  DBL98-FORMAT-AREA - SECONDS BACK INTO PRINTABLE TEXT. A      *
002620*  CLOCK TIME PRINTS HH:MM:SS WITH +N WHEN IT FALLS N DAYS      *
002630*  AFTER THE BUSINESS DATE; A DURATION PRINTS HH:MM, SIGNED.    *
002640*--------------------------------------------------------------*
002650    01  DBL98-FORMAT-AREA.
002660        05  DBL98-FMT-SECS           PIC S9(11) COMP VALUE 0.
002670        05  DBL98-FMT-BASE-INT       PIC S9(09) COMP VALUE 0.
002680        05  DBL98-FMT-DAYS           PIC S9(09) COMP VALUE 0.
002690        05  DBL98-FMT-REM            PIC S9(09) COMP VALUE 0.
002700        05  DBL98-FMT-HOURS          PIC S9(09) COMP VALUE 0.
002710        05  DBL98-FMT-HH             PIC 9(02) VALUE 0.
002720        05  DBL98-FMT-MM             PIC 9(02) VALUE 0.
002730        05  DBL98-FMT-SS             PIC 9(02) VALUE 0.
002740        05  DBL98-FMT-DAY-DIGIT      PIC 9(01) VALUE 0.
002750        05  DBL98-CLOCK-TEXT         PIC X(10) VALUE SPACES.
002760        05  DBL98-DUR-TEXT           PIC X(06) VALUE SPACES.
002770        05  DBL98-SLA-TEXT           PIC X(07) VALUE SPACES.
002780*
002790*--------------------------------------------------------------*
002800*  DBL98-PRINT-AREA - THE PIECES OF ONE BOARD LINE.             *
002810*--------------------------------------------------------------*
002820    01  DBL98-PRINT-AREA.
002830        05  DBL98-PRT-START          PIC X(10) VALUE SPACES.
002840        05  DBL98-PRT-FINISH         PIC X(10) VALUE SPACES.
002850        05  DBL98-PRT-RUN            PIC X(06) VALUE SPACES.
002860        05  DBL98-PRT-WAIT           PIC X(06) VALUE SPACES.
002870        05  DBL98-PRT-RC             PIC X(02) VALUE SPACES.
002880        05  DBL98-PRT-RECS           PIC X(07) VALUE SPACES.
002890        05  DBL98-PRT-NOTE           PIC X(15) VALUE SPACES.
002900*
002910    01  DBL98-PAGE-CONTROL.
002920        05  DBL98-PAGE-NUMBER        PIC 9(04) VALUE 0.
002930        05  DBL98-LINE-COUNT         PIC 9(03) VALUE 99.
002940        05  DBL98-LINES-PER-PAGE     PIC 9(03) VALUE 56.
002950*
002960*--------------------------------------------------------------*
002970*  DBL98-SAVE-LINE - HOLDS THE PENDING LINE WHILE THE PAGE      *
002980*  HEADINGS BORROW THE REPORT-LINE BUFFER. DBL98-COLUMN-HEAD IS *
002990*  THE CURRENT SECTION'S COLUMN HEADING, REPEATED ON A NEW PAGE.*
003000*--------------------------------------------------------------*
003010    01  DBL98-SAVE-LINE              PIC X(80) VALUE SPACES.
003020    01  DBL98-COLUMN-HEAD            PIC X(80) VALUE SPACES.
003030*
003040    01  DBL98-DISPLAY-EDIT.
003050        05  DBL98-RC-ED              PIC Z9.
003060        05  DBL98-RECS-ED            PIC ZZZZZZ9.
003070        05  DBL98-PAGE-ED            PIC ZZZ9.
003080        05  DBL98-STEPS-ED           PIC 9(02).
003090*
003100    PROCEDURE DIVISION.
003110*================================================================
003120*  0000-MAINLINE
003130*================================================================
003140    0000-MAINLINE.
003150        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160        PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT.
003170        PERFORM 1500-COLLECT-DATES THRU 1500-EXIT.
003180        PERFORM 2000-COLLECT-STAMPS THRU 2000-EXIT.
003190        PERFORM 3000-EVALUATE-DAY THRU 3000-EXIT
003200            VARYING DBL98-DAY-SUB FROM 1 BY 1
003210            UNTIL DBL98-DAY-SUB > DBL98-DAY-COUNT.
003220        PERFORM 4000-PRINT-STATUS THRU 4000-EXIT.
003230        PERFORM 5000-PRINT-RUN-LOG THRU 5000-EXIT.
003240        PERFORM 6000-PRINT-SEVEN-DAY THRU 6000-EXIT.
003250        PERFORM 9000-TERMINATE THRU 9000-EXIT.
003260        STOP RUN.
003270*================================================================
003280*  1000-INITIALIZE - THE BUSINESS DATE, THE PARM, THE WALL
003290*  CLOCK AND THE REPORT. PARM LAST REPORTS THE LAST CLOSED DATE
003300*  (THE NIGHT JUST GONE, ONCE DBL990 HAS MOVED THE DATE ON);
003310*  PARM DATE=YYYYMMDD REPORTS ANY DATE.
003320*================================================================
003330    1000-INITIALIZE.
003340        CALL 'DBL010' USING LS-DBL010-PARMS.
003350        IF NOT LS-DBL010-DATE-OK
003360            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
003370            MOVE 16 TO RETURN-CODE
003380            STOP RUN
003390        END-IF.
003400        MOVE LS-DBL010-BUS-DATE TO DBL98-RUN-DATE.
003410        MOVE DBL98-RUN-DATE TO DBL98-REPORT-DATE.
003420        ACCEPT DBL98-PARM-TEXT FROM COMMAND-LINE.
003430        PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
003440        ACCEPT DBL98-NOW-DATE FROM DATE YYYYMMDD.
003450        ACCEPT DBL98-NOW-CLOCK FROM TIME.
003460        MOVE DBL98-NOW-DATE TO DBL98-CVT-DATE.
003470        MOVE DBL98-NOW-CLOCK (1:6) TO DBL98-CVT-TIME.
003480        PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT.
003490        MOVE DBL98-CVT-SECS TO DBL98-NOW-SECS.
003500        OPEN OUTPUT DBL-BOARD-REPORT-FILE.
003510        IF DBL98-RPT-STATUS NOT = '00'
003520            DISPLAY 'FATAL - DBL98RPT OPEN FAILED, STATUS '
003530                DBL98-RPT-STATUS
003540            MOVE 16 TO RETURN-CODE
003550            STOP RUN
003560        END-IF.
003570    1000-EXIT.
003580        EXIT.
003590*================================================================
003600*  1100-PARSE-PARM - A BAD PARM IS A SCHEDULING MISTAKE AND ENDS
003610*  RC 16 RATHER THAN QUIETLY REPORTING THE WRONG NIGHT.
003620*================================================================
003630    1100-PARSE-PARM.
003640        IF DBL98-PARM-TEXT = SPACES
003650            GO TO 1100-EXIT
003660        END-IF.
003670        IF DBL98-PARM-TEXT (1:4) = 'LAST'
003680            IF LS-DBL010-CLOSED-DATE = 0
003690                DISPLAY 'FATAL - PARM LAST BUT NO DATE HAS BEEN '
003700                    'CLOSED YET'
003710                MOVE 16 TO RETURN-CODE
003720                STOP RUN
003730            END-IF
003740            MOVE LS-DBL010-CLOSED-DATE TO DBL98-REPORT-DATE
003750            GO TO 1100-EXIT
003760        END-IF.
003770        IF DBL98-PARM-TEXT (1:5) NOT = 'DATE='
003780                OR DBL98-PARM-TEXT (6:8) IS NOT NUMERIC
003790            DISPLAY 'FATAL - PARM MUST BE BLANK, LAST OR '
003800                'DATE=YYYYMMDD: ' DBL98-PARM-TEXT (1:20)
003810            MOVE 16 TO RETURN-CODE
003820            STOP RUN
003830        END-IF.
003840        MOVE DBL98-PARM-TEXT (6:8) TO DBL98-REPORT-DATE.
003850        IF DBL98-REPORT-YYYY < 1601
003860                OR DBL98-REPORT-MM < 1 OR DBL98-REPORT-MM > 12
003870                OR DBL98-REPORT-DD < 1 OR DBL98-REPORT-DD > 31
003880            DISPLAY 'FATAL - PARM DATE ' DBL98-REPORT-DATE
003890                ' IS NOT A DATE'
003900            MOVE 16 TO RETURN-CODE
003910            STOP RUN
003920        END-IF.
003930    1100-EXIT.
003940        EXIT.
003950*================================================================
003960*  1200-LOAD-SCHEDULE - LOAD DBLSCH. THE FILE IS REQUIRED AND
003970*  MUST HOLD AT LEAST ONE STEP - A BOARD WITH NOTHING TO CHECK
003980*  WOULD REPORT A CLEAN NIGHT. A ROW WITHOUT A STEP, WITH A BAD
003990*  LATEST FINISH OR REQUIRED FLAG, OR REPEATING A STEP IS
004000*  IGNORED AND LISTED ON THE CONSOLE.
004010*================================================================
004020    1200-LOAD-SCHEDULE.
004030        OPEN INPUT DBL-SCHEDULE-FILE.
004040        IF DBL98-SCH-STATUS NOT = '00'
004050            DISPLAY 'FATAL - DBLSCH OPEN FAILED, STATUS '
004060                DBL98-SCH-STATUS
004070            MOVE 16 TO RETURN-CODE
004080            STOP RUN
004090        END-IF.
004100        PERFORM 1210-READ-SCHEDULE-ROW THRU 1210-EXIT
004110            UNTIL DBL98-SCH-EOF-YES.
004120        CLOSE DBL-SCHEDULE-FILE.
004130        IF DBL98-SCH-COUNT = 0
004140            DISPLAY 'FATAL - DBLSCH HOLDS NO STEPS'
004150            MOVE 16 TO RETURN-CODE
004160            STOP RUN
004170        END-IF.
004180        PERFORM 1250-RESOLVE-PREREQ THRU 1250-EXIT
004190            VARYING DBL98-SCH-SUB FROM 1 BY 1
004200            UNTIL DBL98-SCH-SUB > DBL98-SCH-COUNT.
004210    1200-EXIT.
004220        EXIT.
004230*
004240    1210-READ-SCHEDULE-ROW.
004250        READ DBL-SCHEDULE-FILE
004260            AT END
004270                MOVE 'Y' TO DBL98-SCH-EOF-SW
004280                GO TO 1210-EXIT
004290        END-READ.
004300        IF DBL-SCH-REQUIRED = SPACE
004310            MOVE 'Y' TO DBL-SCH-REQUIRED
004320        END-IF.
004330        IF DBL-SCH-LATEST-DAY = SPACE
004340            MOVE '0' TO DBL-SCH-LATEST-DAY
004350        END-IF.
004360        IF DBL-SCH-STEP = SPACES
004370                OR (DBL-SCH-REQUIRED NOT = 'Y'
004380                    AND DBL-SCH-REQUIRED NOT = 'N')
004390                OR DBL-SCH-LATEST-DAY IS NOT NUMERIC
004400                OR DBL-SCH-LATEST-TIME IS NOT NUMERIC
004410            DISPLAY 'DBLSCH ROW IGNORED: ' DBL-SCHEDULE-RECORD
004420            GO TO 1210-EXIT
004430        END-IF.
004440        IF DBL-SCH-LATEST-HH > 23 OR DBL-SCH-LATEST-MM > 59
004450            DISPLAY 'DBLSCH ROW IGNORED: ' DBL-SCHEDULE-RECORD
004460            GO TO 1210-EXIT
004470        END-IF.
004480        MOVE DBL-SCH-STEP TO DBL98-FIND-PROGRAM.
004490        PERFORM 2300-FIND-STEP THRU 2300-EXIT.
004500        IF DBL98-SCH-IX > 0
004510            DISPLAY 'DBLSCH ROW IGNORED: ' DBL-SCHEDULE-RECORD
004520            GO TO 1210-EXIT
004530        END-IF.
004540        IF DBL98-SCH-COUNT >= 30
004550            DISPLAY 'FATAL - DBLSCH EXCEEDS 30 STEPS'
004560            MOVE 16 TO RETURN-CODE
004570            STOP RUN
004580        END-IF.
004590        ADD 1 TO DBL98-SCH-COUNT.
004600        MOVE DBL98-SCH-COUNT TO DBL98-SCH-SUB.
004610        MOVE DBL-SCH-STEP TO DBL98-SCH-TAB-STEP (DBL98-SCH-SUB).
004620        MOVE DBL-SCH-ALTERNATE
004630            TO DBL98-SCH-TAB-ALT (DBL98-SCH-SUB).
004640        MOVE DBL-SCH-PREREQ
004650            TO DBL98-SCH-TAB-PREREQ (DBL98-SCH-SUB).
004660        MOVE 0 TO DBL98-SCH-TAB-PRE-IX (DBL98-SCH-SUB).
004670        MOVE DBL-SCH-REQUIRED
004680            TO DBL98-SCH-TAB-REQ-SW (DBL98-SCH-SUB).
004690        MOVE DBL-SCH-LATEST-DAY-N
004700            TO DBL98-SCH-TAB-DAY (DBL98-SCH-SUB).
004710        MOVE DBL-SCH-LATEST-HH
004720            TO DBL98-SCH-TAB-HH (DBL98-SCH-SUB).
004730        MOVE DBL-SCH-LATEST-MM
004740            TO DBL98-SCH-TAB-MM (DBL98-SCH-SUB).
004750    1210-EXIT.
004760        EXIT.
004770*================================================================
004780*  1250-RESOLVE-PREREQ - POINT EACH STEP AT ITS PREREQUISITE'S
004790*  ROW. A PREREQUISITE THAT IS NOT ITSELF SCHEDULED (OR IS THE
004800*  STEP ITSELF) CANNOT BE CHECKED; IT IS LISTED AND DROPPED.
004810*================================================================
004820    1250-RESOLVE-PREREQ.
004830        IF DBL98-SCH-TAB-PREREQ (DBL98-SCH-SUB) = SPACES
004840            GO TO 1250-EXIT
004850        END-IF.
004860        MOVE DBL98-SCH-TAB-PREREQ (DBL98-SCH-SUB)
004870            TO DBL98-FIND-PROGRAM.
004880        PERFORM 2300-FIND-STEP THRU 2300-EXIT.
004890        IF DBL98-SCH-IX = 0 OR DBL98-SCH-IX = DBL98-SCH-SUB
004900            DISPLAY 'DBLSCH PREREQUISITE NOT SCHEDULED: '
004910                DBL98-SCH-TAB-STEP (DBL98-SCH-SUB) ' '
004920                DBL98-SCH-TAB-PREREQ (DBL98-SCH-SUB)
004930            GO TO 1250-EXIT
004940        END-IF.
004950        MOVE DBL98-SCH-IX TO DBL98-SCH-TAB-PRE-IX (DBL98-SCH-SUB).
004960    1250-EXIT.
004970        EXIT.
004980*================================================================
004990*  1500-COLLECT-DATES - FIRST PASS OF THE MANIFEST: THE SIX
005000*  LATEST DATES BEFORE THE REPORT DATE THAT CARRY A STAMP. THEN
005010*  THE DAY SLOTS ARE SET UP, REPORT DATE FIRST, NEWEST TO
005020*  OLDEST. NO MANIFEST AT ALL LEAVES ONE SLOT WITH EVERY STEP
005030*  UNSTAMPED.
005040*================================================================
005050    1500-COLLECT-DATES.
005060        OPEN INPUT DBL-MANIFEST-FILE.
005070        IF DBL98-MAN-STATUS NOT = '00'
005080                AND DBL98-MAN-STATUS NOT = '05'
005090            DISPLAY 'FATAL - DBLMAN OPEN FAILED, STATUS '
005100                DBL98-MAN-STATUS
005110            MOVE 16 TO RETURN-CODE
005120            STOP RUN
005130        END-IF.
005140        IF DBL98-MAN-STATUS = '00'
005150            MOVE 'Y' TO DBL98-MAN-OPEN-SW
005160            MOVE 'N' TO DBL98-MAN-EOF-SW
005170            PERFORM 1510-COLLECT-ONE-DATE THRU 1510-EXIT
005180                UNTIL DBL98-MAN-EOF-YES
005190        END-IF.
005200        CLOSE DBL-MANIFEST-FILE.
005210        PERFORM 1550-ORDER-ONE-PAIR THRU 1550-EXIT
005220            VARYING DBL98-PRI-SUB FROM 1 BY 1
005230            UNTIL DBL98-PRI-SUB >= DBL98-PRI-COUNT
005240            AFTER DBL98-PRI-NEXT FROM 1 BY 1
005250            UNTIL DBL98-PRI-NEXT >= DBL98-PRI-COUNT.
005260        MOVE 1 TO DBL98-DAY-COUNT.
005270        MOVE DBL98-REPORT-DATE TO DBL98-DAY-DATE (1).
005280        PERFORM 1580-ADD-PRIOR-DAY THRU 1580-EXIT
005290            VARYING DBL98-PRI-SUB FROM 1 BY 1
005300            UNTIL DBL98-PRI-SUB > DBL98-PRI-COUNT.
005310        PERFORM 1590-CLEAR-ONE-DAY THRU 1590-EXIT
005320            VARYING DBL98-DAY-SUB FROM 1 BY 1
005330            UNTIL DBL98-DAY-SUB > DBL98-DAY-COUNT.
005340    1500-EXIT.
005350        EXIT.
005360*
005370    1510-COLLECT-ONE-DATE.
005380        READ DBL-MANIFEST-FILE
005390            AT END
005400                MOVE 'Y' TO DBL98-MAN-EOF-SW
005410                GO TO 1510-EXIT
005420        END-READ.
005430        IF DBL-MAN-RUN-DATE IS NOT NUMERIC
005440                OR DBL-MAN-RUN-DATE NOT < DBL98-REPORT-DATE
005450            GO TO 1510-EXIT
005460        END-IF.
005470        MOVE 0 TO DBL98-PRI-LOW-IX.
005480        PERFORM 1520-CHECK-PRIOR-DATE THRU 1520-EXIT
005490            VARYING DBL98-PRI-SUB FROM 1 BY 1
005500            UNTIL DBL98-PRI-SUB > DBL98-PRI-COUNT.
005510        IF DBL98-PRI-LOW-IX < 0
005520            GO TO 1510-EXIT
005530        END-IF.
005540        IF DBL98-PRI-COUNT < 6
005550            ADD 1 TO DBL98-PRI-COUNT
005560            MOVE DBL-MAN-RUN-DATE
005570                TO DBL98-PRI-DATE (DBL98-PRI-COUNT)
005580            GO TO 1510-EXIT
005590        END-IF.
005600        IF DBL-MAN-RUN-DATE > DBL98-PRI-DATE (DBL98-PRI-LOW-IX)
005610            MOVE DBL-MAN-RUN-DATE
005620                TO DBL98-PRI-DATE (DBL98-PRI-LOW-IX)
005630        END-IF.
005640    1510-EXIT.
005650        EXIT.
005660*================================================================
005670*  1520-CHECK-PRIOR-DATE - A DATE ALREADY HELD SETS THE LOW
005680*  INDEX NEGATIVE (NOTHING TO DO); OTHERWISE IT ENDS POINTING
005690*  AT THE OLDEST DATE HELD, THE ONE A NEWER DATE DISPLACES.
005700*================================================================
005710    1520-CHECK-PRIOR-DATE.
005720        IF DBL98-PRI-LOW-IX < 0
005730            GO TO 1520-EXIT
005740        END-IF.
005750        IF DBL98-PRI-DATE (DBL98-PRI-SUB) = DBL-MAN-RUN-DATE
005760            MOVE -1 TO DBL98-PRI-LOW-IX
005770            GO TO 1520-EXIT
005780        END-IF.
005790        IF DBL98-PRI-LOW-IX = 0
005800            MOVE DBL98-PRI-SUB TO DBL98-PRI-LOW-IX
005810            GO TO 1520-EXIT
005820        END-IF.
005830        IF DBL98-PRI-DATE (DBL98-PRI-SUB)
005840                < DBL98-PRI-DATE (DBL98-PRI-LOW-IX)
005850            MOVE DBL98-PRI-SUB TO DBL98-PRI-LOW-IX
005860        END-IF.
005870    1520-EXIT.
005880        EXIT.
005890*================================================================
005900*  1550-ORDER-ONE-PAIR - ONE STEP OF A BUBBLE SORT OF THE PRIOR
005910*  DATES, NEWEST FIRST. SIX ENTRIES DO NOT NEED BETTER.
005920*================================================================
005930    1550-ORDER-ONE-PAIR.
005940        IF DBL98-PRI-DATE (DBL98-PRI-NEXT)
005950                < DBL98-PRI-DATE (DBL98-PRI-NEXT + 1)
005960            MOVE DBL98-PRI-DATE (DBL98-PRI-NEXT) TO DBL98-PRI-SWAP
005970            MOVE DBL98-PRI-DATE (DBL98-PRI-NEXT + 1)
005980                TO DBL98-PRI-DATE (DBL98-PRI-NEXT)
005990            MOVE DBL98-PRI-SWAP
006000                TO DBL98-PRI-DATE (DBL98-PRI-NEXT + 1)
006010        END-IF.
006020    1550-EXIT.
006030        EXIT.
006040*
006050    1580-ADD-PRIOR-DAY.
006060        ADD 1 TO DBL98-DAY-COUNT.
006070        MOVE DBL98-PRI-DATE (DBL98-PRI-SUB)
006080            TO DBL98-DAY-DATE (DBL98-DAY-COUNT).
006090    1580-EXIT.
006100        EXIT.
006110*
006120    1590-CLEAR-ONE-DAY.
006130        COMPUTE DBL98-DAY-INT (DBL98-DAY-SUB) =
006140            FUNCTION INTEGER-OF-DATE
006150                (DBL98-DAY-DATE (DBL98-DAY-SUB)).
006160        MOVE 0 TO DBL98-DAY-FIRST-SECS (DBL98-DAY-SUB).
006170        MOVE 0 TO DBL98-DAY-LAST-SECS (DBL98-DAY-SUB).
006180        MOVE 0 TO DBL98-DAY-RAN (DBL98-DAY-SUB).
006190        MOVE 0 TO DBL98-DAY-LATE (DBL98-DAY-SUB).
006200        MOVE 0 TO DBL98-DAY-MISS (DBL98-DAY-SUB).
006210        MOVE 0 TO DBL98-DAY-FAIL (DBL98-DAY-SUB).
006220        MOVE 0 TO DBL98-DAY-ORDER (DBL98-DAY-SUB).
006230        MOVE 0 TO DBL98-DAY-PEND (DBL98-DAY-SUB).
006240        MOVE SPACES TO DBL98-DAY-TIGHT-STEP (DBL98-DAY-SUB).
006250        MOVE 0 TO DBL98-DAY-TIGHT-SECS (DBL98-DAY-SUB).
006260        PERFORM 1595-CLEAR-ONE-STEP THRU 1595-EXIT
006270            VARYING DBL98-SCH-SUB FROM 1 BY 1
006280            UNTIL DBL98-SCH-SUB > DBL98-SCH-COUNT.
006290    1590-EXIT.
006300        EXIT.
006310*
006320    1595-CLEAR-ONE-STEP.
006330        INITIALIZE DBL98-DAY-STEP (DBL98-DAY-SUB, DBL98-SCH-SUB).
006340        MOVE 'N'
006350            TO DBL98-STP-FOUND-SW (DBL98-DAY-SUB, DBL98-SCH-SUB).
006360        MOVE 'N'
006370            TO DBL98-STP-START-SW (DBL98-DAY-SUB, DBL98-SCH-SUB).
006380        COMPUTE DBL98-STP-DUE-SECS
006390            (DBL98-DAY-SUB, DBL98-SCH-SUB) =
006400            (DBL98-DAY-INT (DBL98-DAY-SUB)
006410                + DBL98-SCH-TAB-DAY (DBL98-SCH-SUB)) * 86400
006420            + DBL98-SCH-TAB-HH (DBL98-SCH-SUB) * 3600
006430            + DBL98-SCH-TAB-MM (DBL98-SCH-SUB) * 60.
006440    1595-EXIT.
006450        EXIT.
006460*================================================================
006470*  2000-COLLECT-STAMPS - SECOND PASS: EVERY STAMP ON ONE OF THE
006480*  DAYS FOR A SCHEDULED STEP (OR ITS ALTERNATE) REPLACES THE ONE
006490*  BEFORE IT, SO EACH STEP ENDS WITH ITS LAST RUN. RUNS COUNTS
006500*  THE RERUNS.
006510*================================================================
006520    2000-COLLECT-STAMPS.
006530        IF NOT DBL98-MAN-PRESENT
006540            GO TO 2000-EXIT
006550        END-IF.
006560        OPEN INPUT DBL-MANIFEST-FILE.
006570        IF DBL98-MAN-STATUS NOT = '00'
006580            DISPLAY 'FATAL - DBLMAN OPEN FAILED, STATUS '
006590                DBL98-MAN-STATUS
006600            MOVE 16 TO RETURN-CODE
006610            STOP RUN
006620        END-IF.
006630        MOVE 'N' TO DBL98-MAN-EOF-SW.
006640        PERFORM 2100-READ-ONE-STAMP THRU 2100-EXIT
006650            UNTIL DBL98-MAN-EOF-YES.
006660        CLOSE DBL-MANIFEST-FILE.
006670    2000-EXIT.
006680        EXIT.
006690*
006700    2100-READ-ONE-STAMP.
006710        READ DBL-MANIFEST-FILE
006720            AT END
006730                MOVE 'Y' TO DBL98-MAN-EOF-SW
006740                GO TO 2100-EXIT
006750        END-READ.
006760        ADD 1 TO DBL98-COUNT-READ.
006770        PERFORM 2050-CONVERT-STAMP THRU 2050-EXIT.
006780        IF NOT DBL98-STAMP-OK
006790            ADD 1 TO DBL98-COUNT-IGNORED
006800            DISPLAY 'DBLMAN STAMP IGNORED: ' DBL-MANIFEST-RECORD
006810            GO TO 2100-EXIT
006820        END-IF.
006830        MOVE 0 TO DBL98-DAY-IX.
006840        PERFORM 2200-MATCH-DAY THRU 2200-EXIT
006850            VARYING DBL98-DAY-SUB FROM 1 BY 1
006860            UNTIL DBL98-DAY-SUB > DBL98-DAY-COUNT
006870                OR DBL98-DAY-IX > 0.
006880        IF DBL98-DAY-IX = 0
006890            GO TO 2100-EXIT
006900        END-IF.
006905        MOVE DBL-MAN-PROGRAM TO DBL98-FIND-PROGRAM.
006910        PERFORM 2300-FIND-STEP THRU 2300-EXIT.
006920        IF DBL98-SCH-IX = 0
006930            GO TO 2100-EXIT
006940        END-IF.
006950        MOVE 'Y'
006960            TO DBL98-STP-FOUND-SW (DBL98-DAY-IX, DBL98-SCH-IX).
006970        ADD 1 TO DBL98-STP-RUNS (DBL98-DAY-IX, DBL98-SCH-IX).
006980        MOVE DBL-MAN-RETURN-CODE
006990            TO DBL98-STP-RC (DBL98-DAY-IX, DBL98-SCH-IX).
007000        MOVE DBL-MAN-REC-COUNT
007010            TO DBL98-STP-RECS (DBL98-DAY-IX, DBL98-SCH-IX).
007020        MOVE DBL98-WRK-FIN-SECS
007030            TO DBL98-STP-FIN-SECS (DBL98-DAY-IX, DBL98-SCH-IX).
007040        MOVE DBL98-WRK-START-SECS
007050            TO DBL98-STP-START-SECS (DBL98-DAY-IX, DBL98-SCH-IX).
007060        MOVE DBL98-CVT-KNOWN-SW
007070            TO DBL98-STP-START-SW (DBL98-DAY-IX, DBL98-SCH-IX).
007080    2100-EXIT.
007090        EXIT.
007100*================================================================
007110*  2050-CONVERT-STAMP - THE STAMP'S FINISH AND START IN SECONDS.
007120*  A STAMP WITHOUT A USABLE RUN DATE OR FINISH IS NOT A STAMP.
007130*  THE START IS UNKNOWN ON A STAMP WRITTEN BEFORE THE MANIFEST
007140*  CARRIED ONE; CVT-KNOWN-SW IS LEFT SAYING WHICH.
007150*================================================================
007160    2050-CONVERT-STAMP.
007170        MOVE 'N' TO DBL98-STAMP-OK-SW.
007180        IF DBL-MAN-RUN-DATE IS NOT NUMERIC
007190                OR DBL-MAN-RETURN-CODE IS NOT NUMERIC
007200                OR DBL-MAN-REC-COUNT IS NOT NUMERIC
007210                OR DBL-MAN-FINISH-DATE IS NOT NUMERIC
007220                OR DBL-MAN-FINISH-TIME IS NOT NUMERIC
007230            GO TO 2050-EXIT
007240        END-IF.
007250        MOVE DBL-MAN-FINISH-DATE TO DBL98-CVT-DATE.
007260        MOVE DBL-MAN-FINISH-TIME TO DBL98-CVT-TIME.
007270        PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT.
007280        IF NOT DBL98-CVT-KNOWN
007290            GO TO 2050-EXIT
007300        END-IF.
007310        MOVE 'Y' TO DBL98-STAMP-OK-SW.
007320        MOVE DBL98-CVT-SECS TO DBL98-WRK-FIN-SECS.
007330        MOVE 0 TO DBL98-WRK-START-SECS.
007340        MOVE 'N' TO DBL98-CVT-KNOWN-SW.
007350        IF DBL-MAN-START-DATE IS NOT NUMERIC
007360                OR DBL-MAN-START-TIME IS NOT NUMERIC
007370            GO TO 2050-EXIT
007380        END-IF.
007390        MOVE DBL-MAN-START-DATE TO DBL98-CVT-DATE.
007400        MOVE DBL-MAN-START-TIME TO DBL98-CVT-TIME.
007410        PERFORM 8000-STAMP-TO-SECONDS THRU 8000-EXIT.
007420        IF DBL98-CVT-KNOWN
007430            MOVE DBL98-CVT-SECS TO DBL98-WRK-START-SECS
007440        END-IF.
007450    2050-EXIT.
007460        EXIT.
007470*
007480    2200-MATCH-DAY.
007490        IF DBL98-DAY-DATE (DBL98-DAY-SUB) = DBL-MAN-RUN-DATE
007500            MOVE DBL98-DAY-SUB TO DBL98-DAY-IX
007510        END-IF.
007520    2200-EXIT.
007530        EXIT.
007540*================================================================
007550*  2300-FIND-STEP - THE SCHEDULE ROW FOR THE PROGRAM IN
007560*  DBL98-FIND-PROGRAM, BY ITS STEP NAME OR ITS ALTERNATE;
007570*  ZERO IF IT IS NOT SCHEDULED.
007580*================================================================
007590    2300-FIND-STEP.
007600        MOVE 0 TO DBL98-SCH-IX.
007610        PERFORM 2310-MATCH-ONE-STEP THRU 2310-EXIT
007620            VARYING DBL98-PRE-IX FROM 1 BY 1
007630            UNTIL DBL98-PRE-IX > DBL98-SCH-COUNT
007640                OR DBL98-SCH-IX > 0.
007650    2300-EXIT.
007660        EXIT.
007670*
007680    2310-MATCH-ONE-STEP.
007690        IF DBL98-FIND-PROGRAM = DBL98-SCH-TAB-STEP (DBL98-PRE-IX)
007700            MOVE DBL98-PRE-IX TO DBL98-SCH-IX
007710            GO TO 2310-EXIT
007720        END-IF.
007730        IF DBL98-SCH-TAB-ALT (DBL98-PRE-IX) NOT = SPACES
007740                AND DBL98-FIND-PROGRAM =
007750                    DBL98-SCH-TAB-ALT (DBL98-PRE-IX)
007760            MOVE DBL98-PRE-IX TO DBL98-SCH-IX
007770        END-IF.
007780    2310-EXIT.
007790        EXIT.
007800*================================================================
007810*  3000-EVALUATE-DAY - SETTLE EVERY STEP OF ONE DAY AND ROLL UP
007820*  THE DAY'S WINDOW AND FLAGS. ON THE REPORT DATE ANY FLAG ENDS
007830*  THE RUN RC 8, AS DBL800 DOES FOR AN OVERDUE GENERATION, SO
007840*  THE SCHEDULER RAISES IT; THE EARLIER DAYS ARE HISTORY AND
007850*  ONLY PRINT.
007860*================================================================
007870    3000-EVALUATE-DAY.
007880        PERFORM 3100-EVALUATE-STEP THRU 3100-EXIT
007890            VARYING DBL98-SCH-SUB FROM 1 BY 1
007900            UNTIL DBL98-SCH-SUB > DBL98-SCH-COUNT.
007910        IF DBL98-DAY-SUB = 1
007920            COMPUTE DBL98-COUNT-FLAGGED =
007930                DBL98-DAY-LATE (1) + DBL98-DAY-MISS (1)
007940                + DBL98-DAY-FAIL (1) + DBL98-DAY-ORDER (1)
007950            MOVE DBL98-DAY-PEND (1) TO DBL98-COUNT-PENDING
007960            IF DBL98-COUNT-FLAGGED > 0
007970                MOVE 8 TO RETURN-CODE
007980            END-IF
007990        END-IF.
008000    3000-EXIT.
008010        EXIT.
008020*================================================================
008030*  3100-EVALUATE-STEP - AN UNSTAMPED STEP IS PENDING WHILE ITS
008040*  LATEST FINISH IS STILL AHEAD, THEN MISSING (OR, IF IT IS NOT
008050*  REQUIRED, SIMPLY NOT RUN). A STAMPED STEP IS FAIL IF ITS
008060*  LAST RUN ENDED NON-ZERO, LATE IF IT FINISHED AFTER ITS SLA,
008070*  AND ORDER IF IT STARTED BEFORE ITS PREREQUISITE FINISHED OR
008080*  RAN WITHOUT A REQUIRED PREREQUISITE AT ALL. A STAMP WITH NO
008090*  START IS JUDGED ON ITS FINISH.
008100*================================================================
008110    3100-EVALUATE-STEP.
008120        IF NOT DBL98-STP-FOUND (DBL98-DAY-SUB, DBL98-SCH-SUB)
008130            PERFORM 3200-EVALUATE-UNSTAMPED THRU 3200-EXIT
008140            GO TO 3100-EXIT
008150        END-IF.
008160        ADD 1 TO DBL98-DAY-RAN (DBL98-DAY-SUB).
008170        MOVE DBL98-STP-FIN-SECS (DBL98-DAY-SUB, DBL98-SCH-SUB)
008180            TO DBL98-WRK-FIN-SECS.
008190        IF DBL98-STP-START-KNOWN (DBL98-DAY-SUB, DBL98-SCH-SUB)
008200            MOVE DBL98-STP-START-SECS
008210                (DBL98-DAY-SUB, DBL98-SCH-SUB)
008220                TO DBL98-WRK-BEGAN-SECS
008230        ELSE
008240            MOVE DBL98-WRK-FIN-SECS TO DBL98-WRK-BEGAN-SECS
008250        END-IF.
008260        IF DBL98-DAY-FIRST-SECS (DBL98-DAY-SUB) = 0
008270                OR DBL98-WRK-BEGAN-SECS
008280                    < DBL98-DAY-FIRST-SECS (DBL98-DAY-SUB)
008290            MOVE DBL98-WRK-BEGAN-SECS
008300                TO DBL98-DAY-FIRST-SECS (DBL98-DAY-SUB)
008310        END-IF.
008320        IF DBL98-WRK-FIN-SECS
008330                > DBL98-DAY-LAST-SECS (DBL98-DAY-SUB)
008340            MOVE DBL98-WRK-FIN-SECS
008350                TO DBL98-DAY-LAST-SECS (DBL98-DAY-SUB)
008360        END-IF.
008370        COMPUTE DBL98-WRK-MARGIN-SECS =
008380            DBL98-STP-DUE-SECS (DBL98-DAY-SUB, DBL98-SCH-SUB)
008390            - DBL98-WRK-FIN-SECS.
008400        IF DBL98-DAY-TIGHT-STEP (DBL98-DAY-SUB) = SPACES
008410                OR DBL98-WRK-MARGIN-SECS
008420                    < DBL98-DAY-TIGHT-SECS (DBL98-DAY-SUB)
008430            MOVE DBL98-SCH-TAB-STEP (DBL98-SCH-SUB)
008440                TO DBL98-DAY-TIGHT-STEP (DBL98-DAY-SUB)
008450            MOVE DBL98-WRK-MARGIN-SECS
008460                TO DBL98-DAY-TIGHT-SECS (DBL98-DAY-SUB)
008470        END-IF.
008480        MOVE 1 TO DBL98-STATUS-PTR.
008490        IF DBL98-STP-RC (DBL98-DAY-SUB, DBL98-SCH-SUB) NOT = 0
008500            ADD 1 TO DBL98-DAY-FAIL (DBL98-DAY-SUB)
008510            STRING 'FAIL ' DELIMITED BY SIZE
008520                INTO DBL98-STP-STATUS
008530                    (DBL98-DAY-SUB, DBL98-SCH-SUB)
008540                WITH POINTER DBL98-STATUS-PTR
008550        END-IF.
008560        IF DBL98-WRK-MARGIN-SECS < 0
008570            ADD 1 TO DBL98-DAY-LATE (DBL98-DAY-SUB)
008580            STRING 'LATE ' DELIMITED BY SIZE
008590                INTO DBL98-STP-STATUS
008600                    (DBL98-DAY-SUB, DBL98-SCH-SUB)
008610                WITH POINTER DBL98-STATUS-PTR
008620        END-IF.
008630        PERFORM 3300-CHECK-PREREQ THRU 3300-EXIT.
008640        IF DBL98-STATUS-PTR = 1
008650            MOVE 'OK'
008660                TO DBL98-STP-STATUS (DBL98-DAY-SUB, DBL98-SCH-SUB)
008670        END-IF.
008680    3100-EXIT.
008690        EXIT.
008700*
008710    3200-EVALUATE-UNSTAMPED.
008720        IF DBL98-STP-DUE-SECS (DBL98-DAY-SUB, DBL98-SCH-SUB)
008730                NOT < DBL98-NOW-SECS
008740            ADD 1 TO DBL98-DAY-PEND (DBL98-DAY-SUB)
008750            MOVE 'PENDING'
008760                TO DBL98-STP-STATUS (DBL98-DAY-SUB, DBL98-SCH-SUB)
008770            GO TO 3200-EXIT
008780        END-IF.
008790        IF DBL98-SCH-TAB-REQUIRED (DBL98-SCH-SUB)
008800            ADD 1 TO DBL98-DAY-MISS (DBL98-DAY-SUB)
008810            MOVE 'MISSING'
008820                TO DBL98-STP-STATUS (DBL98-DAY-SUB, DBL98-SCH-SUB)
008830        ELSE
008840            MOVE 'NOT RUN'
008850                TO DBL98-STP-STATUS (DBL98-DAY-SUB, DBL98-SCH-SUB)
008860        END-IF.
008870    3200-EXIT.
008880        EXIT.
008890*
008900    3300-CHECK-PREREQ.
008910        MOVE DBL98-SCH-TAB-PRE-IX (DBL98-SCH-SUB) TO DBL98-PRE-IX.
008920        IF DBL98-PRE-IX = 0
008930            GO TO 3300-EXIT
008940        END-IF.
008950        IF DBL98-STP-FOUND (DBL98-DAY-SUB, DBL98-PRE-IX)
008960            IF DBL98-WRK-BEGAN-SECS NOT <
008970                    DBL98-STP-FIN-SECS
008980                        (DBL98-DAY-SUB, DBL98-PRE-IX)
008990                GO TO 3300-EXIT
009000            END-IF
009010        ELSE
009020            IF NOT DBL98-SCH-TAB-REQUIRED (DBL98-PRE-IX)
009030                GO TO 3300-EXIT
009040            END-IF
009050        END-IF.
009060        ADD 1 TO DBL98-DAY-ORDER (DBL98-DAY-SUB).
009070        STRING 'ORDER' DELIMITED BY SIZE
009080            INTO DBL98-STP-STATUS (DBL98-DAY-SUB, DBL98-SCH-SUB)
009090            WITH POINTER DBL98-STATUS-PTR.
009100    3300-EXIT.
009110        EXIT.
009120*================================================================
009130*  4000-PRINT-STATUS - THE REPORT DATE, STEP BY STEP IN
009140*  SCHEDULE ORDER. WAIT IS THE TIME FROM THE PREREQUISITE'S
009150*  FINISH TO THIS STEP'S START; RUN IS START TO FINISH.
009160*================================================================
009170    4000-PRINT-STATUS.
009180        MOVE 1 TO DBL98-DAY-SUB.
009190        MOVE 'STEP STATUS AGAINST THE DBLSCH SCHEDULE'
009200            TO DBL98-REPORT-LINE.
009210        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009220        MOVE SPACES TO DBL98-COLUMN-HEAD.
009230        STRING 'STEP     STARTED    FINISHED      RUN   WAIT RC '
009240            'RECORDS SLA     STATUS'
009250            DELIMITED BY SIZE INTO DBL98-COLUMN-HEAD.
009260        MOVE DBL98-COLUMN-HEAD TO DBL98-REPORT-LINE.
009270        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009280        PERFORM 4100-PRINT-ONE-STEP THRU 4100-EXIT
009290            VARYING DBL98-SCH-SUB FROM 1 BY 1
009300            UNTIL DBL98-SCH-SUB > DBL98-SCH-COUNT.
009310        MOVE SPACES TO DBL98-COLUMN-HEAD.
009320        MOVE SPACES TO DBL98-REPORT-LINE.
009330        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009340        MOVE SPACES TO DBL98-REPORT-LINE.
009350        MOVE DBL98-SCH-COUNT TO DBL98-STEPS-ED.
009360        STRING 'RAN ' DBL98-DAY-RAN (1) ' OF ' DBL98-STEPS-ED
009370            '   PENDING ' DBL98-DAY-PEND (1)
009380            '   MISSING ' DBL98-DAY-MISS (1)
009390            '   FAIL ' DBL98-DAY-FAIL (1)
009400            '   LATE ' DBL98-DAY-LATE (1)
009410            '   ORDER ' DBL98-DAY-ORDER (1)
009420            DELIMITED BY SIZE INTO DBL98-REPORT-LINE.
009430        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009440        MOVE SPACES TO DBL98-REPORT-LINE.
009450        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009460    4000-EXIT.
009470        EXIT.
009480*
009490    4100-PRINT-ONE-STEP.
009500        MOVE SPACES TO DBL98-PRINT-AREA.
009510        MOVE DBL98-STP-STATUS (1, DBL98-SCH-SUB)
009520            TO DBL98-PRT-NOTE.
009530        MOVE DBL98-DAY-INT (1) TO DBL98-FMT-BASE-INT.
009540        PERFORM 8300-FORMAT-SLA THRU 8300-EXIT.
009550        IF NOT DBL98-STP-FOUND (1, DBL98-SCH-SUB)
009560            GO TO 4100-PRINT
009570        END-IF.
009580        MOVE DBL98-STP-FIN-SECS (1, DBL98-SCH-SUB)
009590            TO DBL98-FMT-SECS.
009600        PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT.
009610        MOVE DBL98-CLOCK-TEXT TO DBL98-PRT-FINISH.
009620        MOVE DBL98-STP-RC (1, DBL98-SCH-SUB) TO DBL98-RC-ED.
009630        MOVE DBL98-RC-ED TO DBL98-PRT-RC.
009640        MOVE DBL98-STP-RECS (1, DBL98-SCH-SUB) TO DBL98-RECS-ED.
009650        MOVE DBL98-RECS-ED TO DBL98-PRT-RECS.
009660        IF NOT DBL98-STP-START-KNOWN (1, DBL98-SCH-SUB)
009670            MOVE '--:--:--' TO DBL98-PRT-START
009680            GO TO 4100-PRINT
009690        END-IF.
009700        MOVE DBL98-STP-START-SECS (1, DBL98-SCH-SUB)
009710            TO DBL98-FMT-SECS.
009720        PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT.
009730        MOVE DBL98-CLOCK-TEXT TO DBL98-PRT-START.
009740        COMPUTE DBL98-FMT-SECS =
009750            DBL98-STP-FIN-SECS (1, DBL98-SCH-SUB)
009760            - DBL98-STP-START-SECS (1, DBL98-SCH-SUB).
009770        PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
009780        MOVE DBL98-DUR-TEXT TO DBL98-PRT-RUN.
009790        MOVE DBL98-SCH-TAB-PRE-IX (DBL98-SCH-SUB) TO DBL98-PRE-IX.
009800        IF DBL98-PRE-IX = 0
009810            GO TO 4100-PRINT
009820        END-IF.
009830        IF NOT DBL98-STP-FOUND (1, DBL98-PRE-IX)
009840            GO TO 4100-PRINT
009850        END-IF.
009860        COMPUTE DBL98-FMT-SECS =
009870            DBL98-STP-START-SECS (1, DBL98-SCH-SUB)
009880            - DBL98-STP-FIN-SECS (1, DBL98-PRE-IX).
009890        PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT.
009900        MOVE DBL98-DUR-TEXT TO DBL98-PRT-WAIT.
009910    4100-PRINT.
009920        MOVE SPACES TO DBL98-REPORT-LINE.
009930        STRING DBL98-SCH-TAB-STEP (DBL98-SCH-SUB) ' '
009940            DBL98-PRT-START ' ' DBL98-PRT-FINISH ' '
009950            DBL98-PRT-RUN ' ' DBL98-PRT-WAIT ' '
009960            DBL98-PRT-RC ' ' DBL98-PRT-RECS ' '
009970            DBL98-SLA-TEXT ' ' DBL98-PRT-NOTE
009980            DELIMITED BY SIZE INTO DBL98-REPORT-LINE.
009990        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010000    4100-EXIT.
010010        EXIT.
010020*================================================================
010030*  5000-PRINT-RUN-LOG - THIRD PASS: EVERY STAMP FOR THE REPORT
010040*  DATE IN THE ORDER IT WAS WRITTEN - RERUNS, PARTITIONS,
010050*  ON-DEMAND JOBS AND ALL. GAP IS THE TIME FROM THE STAMP
010060*  BEFORE IT FINISHING TO THIS ONE STARTING; A NEGATIVE GAP IS
010070*  TWO STEPS RUNNING TOGETHER (PARTITIONS DO).
010080*================================================================
010090    5000-PRINT-RUN-LOG.
010100        MOVE SPACES TO DBL98-REPORT-LINE.
010110        STRING 'RUN LOG FOR ' DBL98-REPORT-DATE
010120            ' IN MANIFEST ORDER'
010130            DELIMITED BY SIZE INTO DBL98-REPORT-LINE.
010140        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010150        MOVE SPACES TO DBL98-COLUMN-HEAD.
010160        STRING 'PROGRAM  STARTED    FINISHED      RUN    GAP RC '
010170            'RECORDS'
010180            DELIMITED BY SIZE INTO DBL98-COLUMN-HEAD.
010190        MOVE DBL98-COLUMN-HEAD TO DBL98-REPORT-LINE.
010200        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010210        IF DBL98-MAN-PRESENT
010220            OPEN INPUT DBL-MANIFEST-FILE
010230            IF DBL98-MAN-STATUS NOT = '00'
010240                DISPLAY 'FATAL - DBLMAN OPEN FAILED, STATUS '
010250                    DBL98-MAN-STATUS
010260                MOVE 16 TO RETURN-CODE
010270                STOP RUN
010280            END-IF
010290            MOVE 'N' TO DBL98-MAN-EOF-SW
010300            PERFORM 5100-LOG-ONE-STAMP THRU 5100-EXIT
010310                UNTIL DBL98-MAN-EOF-YES
010320            CLOSE DBL-MANIFEST-FILE
010330        END-IF.
010340        IF DBL98-COUNT-DAY-STAMPS = 0
010350            MOVE '  NO STAMPS ON THE MANIFEST FOR THIS DATE'
010360                TO DBL98-REPORT-LINE
010370            PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010380        END-IF.
010390        MOVE SPACES TO DBL98-COLUMN-HEAD.
010400        MOVE SPACES TO DBL98-REPORT-LINE.
010410        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010420    5000-EXIT.
010430        EXIT.
010440*
010450    5100-LOG-ONE-STAMP.
010460        READ DBL-MANIFEST-FILE
010470            AT END
010480                MOVE 'Y' TO DBL98-MAN-EOF-SW
010490                GO TO 5100-EXIT
010500        END-READ.
010510        IF DBL-MAN-RUN-DATE NOT = DBL98-REPORT-DATE
010520            GO TO 5100-EXIT
010530        END-IF.
010540        PERFORM 2050-CONVERT-STAMP THRU 2050-EXIT.
010550        IF NOT DBL98-STAMP-OK
010560            GO TO 5100-EXIT
010570        END-IF.
010580        ADD 1 TO DBL98-COUNT-DAY-STAMPS.
010590        MOVE SPACES TO DBL98-PRINT-AREA.
010600        MOVE DBL98-DAY-INT (1) TO DBL98-FMT-BASE-INT.
010610        MOVE DBL98-WRK-FIN-SECS TO DBL98-FMT-SECS.
010620        PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT.
010630        MOVE DBL98-CLOCK-TEXT TO DBL98-PRT-FINISH.
010640        MOVE DBL-MAN-RETURN-CODE TO DBL98-RC-ED.
010650        MOVE DBL98-RC-ED TO DBL98-PRT-RC.
010660        MOVE DBL-MAN-REC-COUNT TO DBL98-RECS-ED.
010670        MOVE DBL98-RECS-ED TO DBL98-PRT-RECS.
010680        MOVE DBL98-WRK-FIN-SECS TO DBL98-WRK-BEGAN-SECS.
010690        IF DBL98-CVT-KNOWN
010700            MOVE DBL98-WRK-START-SECS TO DBL98-WRK-BEGAN-SECS
010710            MOVE DBL98-WRK-START-SECS TO DBL98-FMT-SECS
010720            PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
010730            MOVE DBL98-CLOCK-TEXT TO DBL98-PRT-START
010740            COMPUTE DBL98-FMT-SECS =
010750                DBL98-WRK-FIN-SECS - DBL98-WRK-START-SECS
010760            PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
010770            MOVE DBL98-DUR-TEXT TO DBL98-PRT-RUN
010780        ELSE
010790            MOVE '--:--:--' TO DBL98-PRT-START
010800        END-IF.
010810        IF DBL98-PREV-KNOWN
010820            COMPUTE DBL98-FMT-SECS =
010830                DBL98-WRK-BEGAN-SECS - DBL98-PREV-FIN-SECS
010840            PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
010850            MOVE DBL98-DUR-TEXT TO DBL98-PRT-WAIT
010860        END-IF.
010870        MOVE 'Y' TO DBL98-PREV-SW.
010880        MOVE DBL98-WRK-FIN-SECS TO DBL98-PREV-FIN-SECS.
010885        MOVE DBL-MAN-PROGRAM TO DBL98-FIND-PROGRAM.
010890        PERFORM 2300-FIND-STEP THRU 2300-EXIT.
010900        IF DBL98-SCH-IX = 0
010910            MOVE 'NOT ON SCHEDULE' TO DBL98-PRT-NOTE
010920        END-IF.
010930        MOVE SPACES TO DBL98-REPORT-LINE.
010940        STRING DBL-MAN-PROGRAM ' '
010950            DBL98-PRT-START ' ' DBL98-PRT-FINISH ' '
010960            DBL98-PRT-RUN ' ' DBL98-PRT-WAIT ' '
010970            DBL98-PRT-RC ' ' DBL98-PRT-RECS ' '
010980            DBL98-PRT-NOTE
010990            DELIMITED BY SIZE INTO DBL98-REPORT-LINE.
011000        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011010    5100-EXIT.
011020        EXIT.
011030*================================================================
011040*  6000-PRINT-SEVEN-DAY - THE REPORT DATE AND THE SIX DATES
011050*  BEFORE IT THAT RAN, OLDEST FIRST, SO A WINDOW CREEPING LATER
011060*  NIGHT BY NIGHT READS DOWN THE PAGE. WINDOW IS FIRST START TO
011070*  LAST FINISH OF THE SCHEDULED STEPS; MARGIN IS HOW FAR INSIDE
011080*  ITS SLA THE TIGHTEST STEP FINISHED (NEGATIVE: HOW LATE).
011090*================================================================
011100    6000-PRINT-SEVEN-DAY.
011110        MOVE 'SEVEN-DAY VIEW, OLDEST FIRST' TO DBL98-REPORT-LINE.
011120        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011130        MOVE SPACES TO DBL98-COLUMN-HEAD.
011140        STRING 'DATE     FIRST START LAST FINISH  WINDOW RAN   '
011150            'LAT MIS FAI ORD TIGHTEST MARGIN'
011160            DELIMITED BY SIZE INTO DBL98-COLUMN-HEAD.
011170        MOVE DBL98-COLUMN-HEAD TO DBL98-REPORT-LINE.
011180        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011190        PERFORM 6100-PRINT-ONE-DAY THRU 6100-EXIT
011200            VARYING DBL98-DAY-SUB FROM DBL98-DAY-COUNT BY -1
011210            UNTIL DBL98-DAY-SUB < 1.
011220        MOVE SPACES TO DBL98-COLUMN-HEAD.
011230    6000-EXIT.
011240        EXIT.
011250*
011260    6100-PRINT-ONE-DAY.
011270        MOVE SPACES TO DBL98-PRINT-AREA.
011280        MOVE SPACES TO DBL98-DUR-TEXT.
011290        MOVE DBL98-DAY-INT (DBL98-DAY-SUB) TO DBL98-FMT-BASE-INT.
011300        IF DBL98-DAY-RAN (DBL98-DAY-SUB) > 0
011310            MOVE DBL98-DAY-FIRST-SECS (DBL98-DAY-SUB)
011320                TO DBL98-FMT-SECS
011330            PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
011340            MOVE DBL98-CLOCK-TEXT TO DBL98-PRT-START
011350            MOVE DBL98-DAY-LAST-SECS (DBL98-DAY-SUB)
011360                TO DBL98-FMT-SECS
011370            PERFORM 8100-FORMAT-CLOCK THRU 8100-EXIT
011380            MOVE DBL98-CLOCK-TEXT TO DBL98-PRT-FINISH
011390            COMPUTE DBL98-FMT-SECS =
011400                DBL98-DAY-LAST-SECS (DBL98-DAY-SUB)
011410                - DBL98-DAY-FIRST-SECS (DBL98-DAY-SUB)
011420            PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
011430            MOVE DBL98-DUR-TEXT TO DBL98-PRT-RUN
011440            MOVE DBL98-DAY-TIGHT-SECS (DBL98-DAY-SUB)
011450                TO DBL98-FMT-SECS
011460            PERFORM 8200-FORMAT-DURATION THRU 8200-EXIT
011470        END-IF.
011480        MOVE SPACES TO DBL98-REPORT-LINE.
011490        STRING DBL98-DAY-DATE (DBL98-DAY-SUB) ' '
011500            DBL98-PRT-START '  ' DBL98-PRT-FINISH '  '
011510            DBL98-PRT-RUN ' '
011520            DBL98-DAY-RAN (DBL98-DAY-SUB) '/' DBL98-STEPS-ED ' '
011530            DBL98-DAY-LATE (DBL98-DAY-SUB) '  '
011540            DBL98-DAY-MISS (DBL98-DAY-SUB) '  '
011550            DBL98-DAY-FAIL (DBL98-DAY-SUB) '  '
011560            DBL98-DAY-ORDER (DBL98-DAY-SUB) '  '
011570            DBL98-DAY-TIGHT-STEP (DBL98-DAY-SUB) ' '
011580            DBL98-DUR-TEXT
011590            DELIMITED BY SIZE INTO DBL98-REPORT-LINE.
011600        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011610    6100-EXIT.
011620        EXIT.
011630*================================================================
011640*  7000-WRITE-REPORT-LINE - ALL REPORT OUTPUT FUNNELS THROUGH
011650*  HERE SO THE PAGE HEADINGS APPEAR EVERY N LINES.
011660*================================================================
011670    7000-WRITE-REPORT-LINE.
011680        IF DBL98-LINE-COUNT > DBL98-LINES-PER-PAGE
011690            PERFORM 7100-PAGE-HEADINGS THRU 7100-EXIT
011700        END-IF.
011710        WRITE DBL98-REPORT-LINE.
011720        ADD 1 TO DBL98-LINE-COUNT.
011730    7000-EXIT.
011740        EXIT.
011750*
011760    7100-PAGE-HEADINGS.
011770        ADD 1 TO DBL98-PAGE-NUMBER.
011780        MOVE DBL98-PAGE-NUMBER TO DBL98-PAGE-ED.
011790        MOVE 0 TO DBL98-LINE-COUNT.
011800        MOVE DBL98-REPORT-LINE TO DBL98-SAVE-LINE.
011810        MOVE SPACES TO DBL98-REPORT-LINE.
011820        STRING 'DBL980 BATCH-WINDOW STATUS BOARD  BUSINESS DATE: '
011830            DBL98-REPORT-DATE '  PAGE ' DBL98-PAGE-ED
011840            DELIMITED BY SIZE INTO DBL98-REPORT-LINE.
011850        WRITE DBL98-REPORT-LINE.
011860        MOVE SPACES TO DBL98-REPORT-LINE.
011870        STRING 'AS OF ' DBL98-NOW-DATE ' ' DBL98-NOW-CLOCK (1:6)
011880            '   OPEN DATE ' DBL98-RUN-DATE
011890            '   TIMES +N = N DAYS AFTER THE DATE'
011900            DELIMITED BY SIZE INTO DBL98-REPORT-LINE.
011910        WRITE DBL98-REPORT-LINE.
011920        MOVE SPACES TO DBL98-REPORT-LINE.
011930        WRITE DBL98-REPORT-LINE.
011940        ADD 3 TO DBL98-LINE-COUNT.
011950        IF DBL98-COLUMN-HEAD NOT = SPACES
011960                AND DBL98-SAVE-LINE NOT = DBL98-COLUMN-HEAD
011970            MOVE DBL98-COLUMN-HEAD TO DBL98-REPORT-LINE
011980            WRITE DBL98-REPORT-LINE
011990            ADD 1 TO DBL98-LINE-COUNT
012000        END-IF.
012010        MOVE DBL98-SAVE-LINE TO DBL98-REPORT-LINE.
012020    7100-EXIT.
012030        EXIT.
012040*================================================================
012050*  8000-STAMP-TO-SECONDS - CVT-DATE AND CVT-TIME TO SECONDS IN
012060*  CVT-SECS. AN IMPOSSIBLE DATE OR TIME LEAVES CVT-KNOWN-SW 'N'.
012070*================================================================
012080    8000-STAMP-TO-SECONDS.
012090        MOVE 'N' TO DBL98-CVT-KNOWN-SW.
012100        MOVE 0 TO DBL98-CVT-SECS.
012110        IF DBL98-CVT-DATE < 16010101
012120                OR DBL98-CVT-HH > 23 OR DBL98-CVT-MM > 59
012130                OR DBL98-CVT-SS > 59
012140            GO TO 8000-EXIT
012150        END-IF.
012160        COMPUTE DBL98-CVT-INT =
012170            FUNCTION INTEGER-OF-DATE (DBL98-CVT-DATE).
012180        IF DBL98-CVT-INT NOT > 0
012190            GO TO 8000-EXIT
012200        END-IF.
012210        COMPUTE DBL98-CVT-SECS = DBL98-CVT-INT * 86400
012220            + DBL98-CVT-HH * 3600 + DBL98-CVT-MM * 60
012230            + DBL98-CVT-SS.
012240        MOVE 'Y' TO DBL98-CVT-KNOWN-SW.
012250    8000-EXIT.
012260        EXIT.
012270*================================================================
012280*  8100-FORMAT-CLOCK - FMT-SECS AS HH:MM:SS, WITH +N WHEN IT IS
012290*  N DAYS AFTER FMT-BASE-INT (+* BEYOND NINE, -* BEFORE IT).
012300*================================================================
012310    8100-FORMAT-CLOCK.
012320        DIVIDE DBL98-FMT-SECS BY 86400 GIVING DBL98-FMT-DAYS
012330            REMAINDER DBL98-FMT-REM.
012340        DIVIDE DBL98-FMT-REM BY 3600 GIVING DBL98-FMT-HH
012350            REMAINDER DBL98-FMT-REM.
012360        DIVIDE DBL98-FMT-REM BY 60 GIVING DBL98-FMT-MM
012370            REMAINDER DBL98-FMT-SS.
012380        MOVE SPACES TO DBL98-CLOCK-TEXT.
012390        STRING DBL98-FMT-HH ':' DBL98-FMT-MM ':' DBL98-FMT-SS
012400            DELIMITED BY SIZE INTO DBL98-CLOCK-TEXT.
012410        SUBTRACT DBL98-FMT-BASE-INT FROM DBL98-FMT-DAYS.
012420        IF DBL98-FMT-DAYS = 0
012430            GO TO 8100-EXIT
012440        END-IF.
012450        IF DBL98-FMT-DAYS < 0
012460            MOVE '-*' TO DBL98-CLOCK-TEXT (9:2)
012470            GO TO 8100-EXIT
012480        END-IF.
012490        IF DBL98-FMT-DAYS > 9
012500            MOVE '+*' TO DBL98-CLOCK-TEXT (9:2)
012510            GO TO 8100-EXIT
012520        END-IF.
012530        MOVE DBL98-FMT-DAYS TO DBL98-FMT-DAY-DIGIT.
012540        MOVE '+' TO DBL98-CLOCK-TEXT (9:1).
012550        MOVE DBL98-FMT-DAY-DIGIT TO DBL98-CLOCK-TEXT (10:1).
012560    8100-EXIT.
012570        EXIT.
012580*================================================================
012590*  8200-FORMAT-DURATION - FMT-SECS AS A SIGNED HH:MM. A SPAN OF
012600*  A HUNDRED HOURS OR MORE IS NOT A BATCH WINDOW AND PRINTS AS
012610*  STARS.
012620*================================================================
012630    8200-FORMAT-DURATION.
012640        MOVE SPACES TO DBL98-DUR-TEXT.
012650        IF DBL98-FMT-SECS < 0
012660            MOVE '-' TO DBL98-DUR-TEXT (1:1)
012670            COMPUTE DBL98-FMT-SECS = 0 - DBL98-FMT-SECS
012680        END-IF.
012690        DIVIDE DBL98-FMT-SECS BY 3600 GIVING DBL98-FMT-HOURS
012700            REMAINDER DBL98-FMT-REM.
012710        IF DBL98-FMT-HOURS > 99
012720            MOVE '**:**' TO DBL98-DUR-TEXT (2:5)
012730            GO TO 8200-EXIT
012740        END-IF.
012750        MOVE DBL98-FMT-HOURS TO DBL98-FMT-HH.
012760        DIVIDE DBL98-FMT-REM BY 60 GIVING DBL98-FMT-MM.
012770        STRING DBL98-FMT-HH ':' DBL98-FMT-MM
012780            DELIMITED BY SIZE INTO DBL98-DUR-TEXT (2:5).
012790    8200-EXIT.
012800        EXIT.
012810*================================================================
012820*  8300-FORMAT-SLA - THE STEP'S LATEST FINISH AS HH:MM, WITH +N
012830*  FOR A FINISH N DAYS AFTER THE BUSINESS DATE.
012840*================================================================
012850    8300-FORMAT-SLA.
012860        MOVE SPACES TO DBL98-SLA-TEXT.
012870        STRING DBL98-SCH-TAB-HH (DBL98-SCH-SUB) ':'
012880            DBL98-SCH-TAB-MM (DBL98-SCH-SUB)
012890            DELIMITED BY SIZE INTO DBL98-SLA-TEXT.
012900        IF DBL98-SCH-TAB-DAY (DBL98-SCH-SUB) > 0
012910            MOVE '+' TO DBL98-SLA-TEXT (6:1)
012920            MOVE DBL98-SCH-TAB-DAY (DBL98-SCH-SUB)
012930                TO DBL98-SLA-TEXT (7:1)
012940        END-IF.
012950    8300-EXIT.
012960        EXIT.
012970*================================================================
012980*  9000-TERMINATE - VERDICT ON THE REPORT AND THE CONSOLE. ANY
012990*  FLAGGED STEP ON THE REPORT DATE HAS ALREADY SET RC 8.
013000*================================================================
013010    9000-TERMINATE.
013020        MOVE SPACES TO DBL98-REPORT-LINE.
013030        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013040        IF DBL98-COUNT-FLAGGED > 0
013050            MOVE SPACES TO DBL98-REPORT-LINE
013060            STRING '*** ' DBL98-COUNT-FLAGGED
013070                ' STEP(S) FLAGGED - BATCH WINDOW'
013080                ' NEEDS ATTENTION ***'
013090                DELIMITED BY SIZE INTO DBL98-REPORT-LINE
013100        ELSE
013110            IF DBL98-COUNT-PENDING > 0
013120                MOVE SPACES TO DBL98-REPORT-LINE
013130                STRING 'NO STEP FLAGGED - ' DBL98-COUNT-PENDING
013140                    ' STEP(S) STILL PENDING'
013150                    DELIMITED BY SIZE INTO DBL98-REPORT-LINE
013160            ELSE
013170                MOVE 'BATCH WINDOW COMPLETE AND ON SCHEDULE'
013180                    TO DBL98-REPORT-LINE
013190            END-IF
013200        END-IF.
013210        PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013220        DISPLAY DBL98-REPORT-LINE.
013230        CLOSE DBL-BOARD-REPORT-FILE.
013240        DISPLAY 'BUSINESS DATE . . . . . : ' DBL98-REPORT-DATE.
013250        MOVE DBL98-SCH-COUNT TO DBL98-STEPS-ED.
013260        DISPLAY 'STEPS SCHEDULED . . . . : ' DBL98-STEPS-ED.
013270        DISPLAY 'STEPS RAN . . . . . . . : ' DBL98-DAY-RAN (1).
013280        DISPLAY 'STEPS PENDING . . . . . : ' DBL98-COUNT-PENDING.
013290        DISPLAY 'STEPS FLAGGED . . . . . : ' DBL98-COUNT-FLAGGED.
013300        DISPLAY 'MANIFEST STAMPS READ  . : ' DBL98-COUNT-READ.
013310        DISPLAY 'MANIFEST STAMPS IGNORED : ' DBL98-COUNT-IGNORED.
013320        DISPLAY 'DBL980 PROCESSING COMPLETE'.
013330    9000-EXIT.
013340        EXIT.
