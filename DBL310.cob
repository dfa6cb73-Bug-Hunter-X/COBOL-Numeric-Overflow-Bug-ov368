000010    IDENTIFICATION DIVISION.
000020    PROGRAM-ID. DBL310.
000030    AUTHOR. R JENNINGS.
000040    INSTALLATION. ORDER ENTRY SYSTEMS.
000050    DATE-WRITTEN. 10/15/2026.
000060    DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100*  DATE       BY   DESCRIPTION                                 *
000110*  ---------- ---- ------------------------------------------- *
000120*  10/15/2026 RJ   ORIGINAL VERSION. SUSPENSE WORKBENCH - THE  *
000130*                  OPERATOR'S ONLINE VIEW OF THE INDEXED       *
000140*                  DBLSUS FILE, IN PLACE OF HAND-TYPED DBLCOR  *
000150*                  CARDS. LISTS THE ENTRIES, FILTERED BY       *
000160*                  STORE, REASON AND AGE IN RUNS; SHOWS ONE    *
000170*                  ENTRY WITH ITS ITEM AND STORE DESCRIPTIONS  *
000180*                  FROM DBLITM AND DBLSTM; AND TAKES A         *
000190*                  CORRECTED VALUE AND/OR CORRECTED ITEM AND   *
000200*                  STORE KEYS. A CORRECTION IS CHECKED BY THE  *
000210*                  SAME RULES DBL100 APPLIES TO ITS OWN INPUT  *
000220*                  (5100-VALIDATE-QUANTITY AND                 *
000230*                  5400-CHECK-REFERENCE-KEYS) BEFORE IT IS     *
000240*                  SAVED AS A DBLCOR CARD FOR THE NEXT DBL300  *
000250*                  PASS, STAMPED WITH THE OPERATOR WHO MADE    *
000260*                  IT. THE SUSPENSE FILE ITSELF IS ONLY READ;  *
000270*                  DBL300 STAYS THE ONE PROGRAM THAT REPAIRS.  *
000280*                  THE DBLOPID OPERATOR MUST BE ACTIVE ON      *
000290*                  DBLOPM AT LEVEL 2 (INTERACTIVE), AND A      *
000300*                  'HOLD REJECTED' ENTRY - A SUPERVISOR'S OWN  *
000310*                  REJECTION OF A LARGE AMOUNT - MAY ONLY BE   *
000320*                  CORRECTED AT LEVEL 3. A REFUSED SIGN-ON IS  *
000330*                  AUDITED AS AUTHFAIL AND ENDS RC 12.         *
000331*  10/15/2026 RJ   THE DBLAUD RECORD WIDENED FROM 73 TO 74     *
000332*                  BYTES FOR THE PROMO RULE DBL200 APPLIED TO  *
000333*                  EACH CYCLE.                                 *
000334*  10/15/2026 RJ   THE DBLCOR ENTRY TIME IS NOW TAKEN AS       *
000335*                  HHMMSS; IT WAS BEING CUT TO MMSSHH.         *
000340*--------------------------------------------------------------*
000350*
000360    ENVIRONMENT DIVISION.
000370    CONFIGURATION SECTION.
000380    SOURCE-COMPUTER. IBM-370.
000390    OBJECT-COMPUTER. IBM-370.
000400    INPUT-OUTPUT SECTION.
000410    FILE-CONTROL.
000420        SELECT DBL-OPERATOR-FILE ASSIGN TO DBLOPM
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE IS RANDOM
000450            RECORD KEY IS DBL-OPM-ID
000460            FILE STATUS IS DBL31-OPM-STATUS.
000470        SELECT DBL-SUSPENSE-FILE ASSIGN TO DBLSUS
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS DYNAMIC
000500            RECORD KEY IS DBL-SUS-REF-NO
000510            FILE STATUS IS DBL31-SUS-STATUS.
000520        SELECT OPTIONAL DBL-CORRECTION-FILE ASSIGN TO DBLCOR
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS DBL31-COR-STATUS.
000550        SELECT DBL-ITEM-FILE ASSIGN TO DBLITM
000560            ORGANIZATION IS LINE SEQUENTIAL
000570            FILE STATUS IS DBL31-ITM-STATUS.
000580        SELECT DBL-STORE-FILE ASSIGN TO DBLSTM
000590            ORGANIZATION IS LINE SEQUENTIAL
000600            FILE STATUS IS DBL31-STM-STATUS.
000610        SELECT OPTIONAL DBL-AUDIT-FILE ASSIGN TO DBLAUD
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS DBL31-AUD-STATUS.
000640*
000650    DATA DIVISION.
000660    FILE SECTION.
000670*--------------------------------------------------------------*
000680*  DBL-OPERATOR-FILE - THE OPERATOR MASTER. AUTHORITY:         *
000690*  1 = BATCH, 2 = INTERACTIVE, 3 = SUPERVISOR.                 *
000700*--------------------------------------------------------------*
000710    FD  DBL-OPERATOR-FILE
000720        RECORD CONTAINS 30 CHARACTERS.
000730    01  DBL-OPERATOR-MASTER-RECORD.
000740        05  DBL-OPM-ID               PIC X(08).
000750        05  DBL-OPM-NAME             PIC X(20).
000760        05  DBL-OPM-AUTHORITY        PIC 9(01).
000770        05  DBL-OPM-ACTIVE           PIC X(01).
000780*--------------------------------------------------------------*
000790*  DBL-SUSPENSE-FILE - THE REJECTS, IN THE SHARED DBLSUSR      *
000800*  LAYOUT, INDEXED BY REFERENCE NUMBER. READ ONLY HERE.        *
000810*--------------------------------------------------------------*
000820    FD  DBL-SUSPENSE-FILE
000830        RECORD CONTAINS 71 CHARACTERS.
000840        COPY DBLSUSR.
000850*--------------------------------------------------------------*
000860*  DBL-CORRECTION-FILE - THE CORRECTIONS DBL300 APPLIES, IN    *
000865*  THE SHARED DBLCORR LAYOUT. READ AT SIGN-ON FOR THE          *
000870*  CORRECTIONS ALREADY PENDING, THEN EXTENDED WITH THIS        *
000880*  SESSION'S.                                                  *
000890*--------------------------------------------------------------*
000900    FD  DBL-CORRECTION-FILE
000910        RECORD CONTAINS 54 CHARACTERS.
000920        COPY DBLCORR.
000930*--------------------------------------------------------------*
000940*  DBL-ITEM-FILE / DBL-STORE-FILE - THE ITEM AND STORE         *
000950*  REFERENCE MASTERS DBL100 VALIDATES AGAINST, LOADED ONCE AT  *
000960*  SIGN-ON WITH THEIR DESCRIPTIONS.                            *
000970*--------------------------------------------------------------*
000980    FD  DBL-ITEM-FILE
000990        RECORD CONTAINS 29 CHARACTERS.
001000    01  DBL-ITEM-MASTER-RECORD.
001010        05  DBL-ITM-ID               PIC X(08).
001020        05  DBL-ITM-DESC             PIC X(20).
001030        05  DBL-ITM-ACTIVE           PIC X(01).
001040*
001050    FD  DBL-STORE-FILE
001060        RECORD CONTAINS 25 CHARACTERS.
001070    01  DBL-STORE-MASTER-RECORD.
001080        05  DBL-STM-ID               PIC X(04).
001090        05  DBL-STM-NAME             PIC X(20).
001100        05  DBL-STM-ACTIVE           PIC X(01).
001110*--------------------------------------------------------------*
001120*  DBL-AUDIT-FILE - A REFUSED SIGN-ON IS APPENDED TO THE TRAIL *
001130*  AS AN AUTHFAIL LINE, SHARED DBLAUDR LAYOUT.                 *
001140*--------------------------------------------------------------*
001150    FD  DBL-AUDIT-FILE
001160        RECORD CONTAINS 74 CHARACTERS.
001170        COPY DBLAUDR.
001180*
001190    WORKING-STORAGE SECTION.
001200    01  DBL31-SWITCHES.
001210        05  DBL31-QUIT-SW            PIC X(01) VALUE 'N'.
001220            88  DBL31-QUIT                      VALUE 'Y'.
001230        05  DBL31-SUS-EOF-SW         PIC X(01) VALUE 'N'.
001240            88  DBL31-SUS-EOF-YES               VALUE 'Y'.
001250        05  DBL31-COR-EOF-SW         PIC X(01) VALUE 'N'.
001260            88  DBL31-COR-EOF-YES               VALUE 'Y'.
001270        05  DBL31-LIST-STOP-SW       PIC X(01) VALUE 'N'.
001280            88  DBL31-LIST-STOP                 VALUE 'Y'.
001290        05  DBL31-SUS-FOUND-SW       PIC X(01) VALUE 'N'.
001300            88  DBL31-SUS-FOUND                 VALUE 'Y'.
001310        05  DBL31-MATCH-SW           PIC X(01) VALUE 'N'.
001320            88  DBL31-MATCHES                   VALUE 'Y'.
001330        05  DBL31-PENDING-SW         PIC X(01) VALUE 'N'.
001340            88  DBL31-PENDING                   VALUE 'Y'.
001350        05  DBL31-VALIDATION-SW      PIC X(01) VALUE 'N'.
001360            88  DBL31-VALID-ENTRY               VALUE 'Y'.
001370            88  DBL31-INVALID-ENTRY             VALUE 'N'.
001380*
001390    01  DBL31-FILE-STATUSES.
001400        05  DBL31-OPM-STATUS         PIC X(02) VALUE SPACES.
001410        05  DBL31-SUS-STATUS         PIC X(02) VALUE SPACES.
001420        05  DBL31-COR-STATUS         PIC X(02) VALUE SPACES.
001430        05  DBL31-ITM-STATUS         PIC X(02) VALUE SPACES.
001440        05  DBL31-STM-STATUS         PIC X(02) VALUE SPACES.
001450        05  DBL31-AUD-STATUS         PIC X(02) VALUE SPACES.
001460*
001470    01  DBL31-RUN-DATE               PIC 9(08) VALUE 0.
001480*
001490*--------------------------------------------------------------*
001500*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001510*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001520*--------------------------------------------------------------*
001530    COPY DBLDPARM.
001540*
001550    01  DBL31-OPERATOR-ID            PIC X(08) VALUE SPACES.
001560*
001570*--------------------------------------------------------------*
001580*  DBL31-OPERATOR-AUTH - WHAT THE MASTER SAYS ABOUT THE DBLOPID *
001590*  OPERATOR, ENFORCED BEFORE THE FIRST COMMAND IS TAKEN.        *
001600*--------------------------------------------------------------*
001610    01  DBL31-OPERATOR-AUTH.
001620        05  DBL31-OPR-FOUND-SW       PIC X(01) VALUE 'N'.
001630            88  DBL31-OPR-FOUND                 VALUE 'Y'.
001640        05  DBL31-OPR-ACTIVE         PIC X(01) VALUE 'N'.
001650        05  DBL31-OPR-AUTHORITY      PIC 9(01) VALUE 0.
001660        05  DBL31-OPR-NAME           PIC X(20) VALUE SPACES.
001670*
001680*--------------------------------------------------------------*
001690*  DBL31-COMMAND-AREA - ONE KEYED COMMAND AND ITS REPLIES. FIVE *
001700*  EMPTY COMMANDS RUNNING ENDS THE SESSION, SO A WORKBENCH LEFT *
001710*  ON A CLOSED TERMINAL DOES NOT SPIN.                          *
001720*--------------------------------------------------------------*
001730    01  DBL31-COMMAND-AREA.
001740        05  DBL31-COMMAND            PIC X(01) VALUE SPACE.
001750        05  DBL31-REPLY              PIC X(01) VALUE SPACE.
001760        05  DBL31-IDLE-COUNT         PIC 9(01) VALUE 0.
001770        05  DBL31-KEYED-REF          PIC X(10) VALUE SPACES.
001780*
001790*--------------------------------------------------------------*
001800*  DBL31-FILTERS - THE LIST FILTERS. A BLANK STORE OR REASON   *
001810*  MATCHES EVERY ENTRY; THE REASON MATCHES ON AS MANY LEADING  *
001820*  CHARACTERS AS WERE KEYED ('INVALID' FINDS EVERY INVALID-    *
001830*  SOMETHING REASON). THE AGE IS A MINIMUM IN DBL300 RUNS.     *
001840*--------------------------------------------------------------*
001850    01  DBL31-FILTERS.
001860        05  DBL31-FLT-STORE          PIC X(04) VALUE SPACES.
001870        05  DBL31-FLT-REASON         PIC X(20) VALUE SPACES.
001880        05  DBL31-FLT-REASON-LEN     PIC S9(04) COMP VALUE 0.
001890        05  DBL31-FLT-AGE-X          PIC X(03) VALUE SPACES.
001900        05  DBL31-FLT-AGE REDEFINES DBL31-FLT-AGE-X
001910                                     PIC 9(03).
001920        05  DBL31-FLT-MIN-AGE        PIC 9(03) VALUE 0.
001930*
001940*--------------------------------------------------------------*
001950*  DBL31-LIST-COUNTERS - ONE LISTING. THE LIST PAUSES EVERY    *
001960*  DBL31-PAGE-SIZE LINES.                                      *
001970*--------------------------------------------------------------*
001980    01  DBL31-LIST-COUNTERS.
001990        05  DBL31-COUNT-SCANNED      PIC 9(07) VALUE 0.
002000        05  DBL31-COUNT-LISTED       PIC 9(07) VALUE 0.
002010        05  DBL31-PAGE-LINES         PIC S9(04) COMP VALUE 0.
002020        05  DBL31-PAGE-SIZE          PIC S9(04) COMP VALUE 15.
002030*
002040    01  DBL31-LIST-LINE.
002050        05  DBL31-LST-REF            PIC X(10).
002060        05  FILLER                   PIC X(01) VALUE SPACE.
002070        05  DBL31-LST-ITEM           PIC X(08).
002080        05  FILLER                   PIC X(01) VALUE SPACE.
002090        05  DBL31-LST-STORE          PIC X(04).
002100        05  FILLER                   PIC X(01) VALUE SPACE.
002110        05  DBL31-LST-TYPE           PIC X(02).
002120        05  FILLER                   PIC X(01) VALUE SPACE.
002130        05  DBL31-LST-VALUE          PIC X(10).
002140        05  FILLER                   PIC X(01) VALUE SPACE.
002150        05  DBL31-LST-REASON         PIC X(20).
002160        05  FILLER                   PIC X(01) VALUE SPACE.
002170        05  DBL31-LST-DATE           PIC 9(08).
002180        05  FILLER                   PIC X(01) VALUE SPACE.
002190        05  DBL31-LST-AGE            PIC ZZ9.
002200*
002210*--------------------------------------------------------------*
002220*  DBL31-ITEM-TABLE / DBL31-STORE-TABLE - THE REFERENCE        *
002230*  MASTERS, SAME LIMITS AS DBL100'S OWN TABLES, WITH THE       *
002240*  DESCRIPTIONS THE WORKBENCH SHOWS.                           *
002250*--------------------------------------------------------------*
002260    01  DBL31-ITEM-TABLE.
002270        05  DBL31-ITM-COUNT          PIC S9(04) COMP VALUE 0.
002280        05  DBL31-ITM-SUB            PIC S9(04) COMP VALUE 0.
002290        05  DBL31-ITM-IX             PIC S9(04) COMP VALUE 0.
002300        05  DBL31-ITM-EOF-SW         PIC X(01) VALUE 'N'.
002310            88  DBL31-ITM-EOF-YES               VALUE 'Y'.
002320        05  DBL31-ITM-ENTRY OCCURS 500 TIMES.
002330            10  DBL31-ITM-TAB-ID     PIC X(08).
002340            10  DBL31-ITM-TAB-DESC   PIC X(20).
002350            10  DBL31-ITM-TAB-ACTIVE PIC X(01).
002360*
002370    01  DBL31-STORE-TABLE.
002380        05  DBL31-STM-COUNT          PIC S9(04) COMP VALUE 0.
002390        05  DBL31-STM-SUB            PIC S9(04) COMP VALUE 0.
002400        05  DBL31-STM-IX             PIC S9(04) COMP VALUE 0.
002410        05  DBL31-STM-EOF-SW         PIC X(01) VALUE 'N'.
002420            88  DBL31-STM-EOF-YES               VALUE 'Y'.
002430        05  DBL31-STM-ENTRY OCCURS 100 TIMES.
002440            10  DBL31-STM-TAB-ID     PIC X(04).
002450            10  DBL31-STM-TAB-NAME   PIC X(20).
002460            10  DBL31-STM-TAB-ACTIVE PIC X(01).
002470*
002480*--------------------------------------------------------------*
002490*  DBL31-PENDING-TABLE - REFERENCES ALREADY CARRYING A DBLCOR   *
002500*  CARD, FROM EARLIER SESSIONS OR THIS ONE. DBL300 APPLIES ONLY *
002510*  THE FIRST CARD FOR A REFERENCE, SO A SECOND IS REFUSED HERE. *
002520*--------------------------------------------------------------*
002530    01  DBL31-PENDING-TABLE.
002540        05  DBL31-PND-COUNT          PIC S9(04) COMP VALUE 0.
002550        05  DBL31-PND-SUB            PIC S9(04) COMP VALUE 0.
002560        05  DBL31-PND-ENTRY OCCURS 500 TIMES.
002570            10  DBL31-PND-REF        PIC X(10).
002580            10  DBL31-PND-OPERATOR   PIC X(08).
002590*
002600*--------------------------------------------------------------*
002610*  DBL31-CORRECTION - THE CORRECTION AS KEYED, AND THE ENTRY   *
002620*  AS IT WOULD STAND AFTER IT, LAID OUT AS DBL100 HOLDS A      *
002630*  TRANSACTION SO THE SAME VALIDATION RULES APPLY WORD FOR     *
002640*  WORD.                                                       *
002650*--------------------------------------------------------------*
002660    01  DBL31-CORRECTION.
002670        05  DBL31-NEW-VALUE          PIC X(10) VALUE SPACES.
002680        05  DBL31-NEW-ITEM           PIC X(08) VALUE SPACES.
002690        05  DBL31-NEW-STORE          PIC X(04) VALUE SPACES.
002700        05  DBL31-REJECT-REASON      PIC X(20) VALUE SPACES.
002705*       THE CLOCK READS HHMMSSHH; THE CARD KEEPS HHMMSS.
002710        05  DBL31-ENTRY-CLOCK        PIC 9(08) VALUE 0.
002720*
002730    01  DBL31-TRANSACTION.
002740        05  DBL31-TRAN-ITEM          PIC X(08) VALUE SPACES.
002750        05  DBL31-TRAN-STORE         PIC X(04) VALUE SPACES.
002760        05  DBL31-TRAN-TYPE          PIC X(02) VALUE SPACES.
002770            88  DBL31-TRAN-TYPE-VALID VALUE 'SA' 'RT' 'PR'
002780                                            'AJ' 'SC' 'RV'.
002790        05  DBL31-TRAN-REF           PIC X(10) VALUE SPACES.
002800*
002810    01  DBL31-RAW-INPUT.
002820        05  DBL31-RAW-SIGN           PIC X(01) VALUE SPACE.
002830        05  DBL31-RAW-DIGITS         PIC X(09) VALUE SPACES.
002840*
002850    01  DBL31-DESCRIPTIONS.
002860        05  DBL31-ITEM-DESC          PIC X(30) VALUE SPACES.
002870        05  DBL31-STORE-DESC         PIC X(30) VALUE SPACES.
002880*
002890    01  DBL31-COUNT-SAVED            PIC 9(05) VALUE 0.
002900*
002910    PROCEDURE DIVISION.
002920*================================================================
002930*  0000-MAINLINE
002940*================================================================
002950    0000-MAINLINE.
002960        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002970        PERFORM 1450-ENFORCE-AUTHORITY THRU 1450-EXIT.
002980        PERFORM 1500-OPEN-WORK-FILES THRU 1500-EXIT.
002990        PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
003000            UNTIL DBL31-QUIT.
003010        PERFORM 9000-TERMINATE THRU 9000-EXIT.
003020        STOP RUN.
003030*================================================================
003040*  1000-INITIALIZE - BUSINESS DATE, OPERATOR AND THE REFERENCE
003050*  MASTERS.
003060*================================================================
003070    1000-INITIALIZE.
003080        CALL 'DBL010' USING LS-DBL010-PARMS.
003090        IF NOT LS-DBL010-DATE-OK
003100            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
003110            MOVE 16 TO RETURN-CODE
003120            STOP RUN
003130        END-IF.
003140        MOVE LS-DBL010-BUS-DATE TO DBL31-RUN-DATE.
003150        ACCEPT DBL31-OPERATOR-ID FROM ENVIRONMENT "DBLOPID".
003160        IF DBL31-OPERATOR-ID = SPACES
003170            MOVE 'UNKNOWN ' TO DBL31-OPERATOR-ID
003180        END-IF.
003190        PERFORM 1300-READ-OPERATOR-MASTER THRU 1300-EXIT.
003200        PERFORM 1600-LOAD-ITEM-MASTER THRU 1600-EXIT.
003210        PERFORM 1700-LOAD-STORE-MASTER THRU 1700-EXIT.
003220    1000-EXIT.
003230        EXIT.
003240*================================================================
003250*  1200-LOAD-PENDING - THE REFERENCES ALREADY ON DBLCOR. NO
003260*  CORRECTIONS FILE YET IS NORMAL.
003270*================================================================
003280    1200-LOAD-PENDING.
003290        OPEN INPUT DBL-CORRECTION-FILE.
003300        IF DBL31-COR-STATUS NOT = '00'
003310            GO TO 1200-EXIT
003320        END-IF.
003330        PERFORM 1210-READ-PENDING THRU 1210-EXIT
003340            UNTIL DBL31-COR-EOF-YES.
003350        CLOSE DBL-CORRECTION-FILE.
003360    1200-EXIT.
003370        EXIT.
003380*
003390    1210-READ-PENDING.
003400        READ DBL-CORRECTION-FILE
003410            AT END
003420                MOVE 'Y' TO DBL31-COR-EOF-SW
003430                GO TO 1210-EXIT
003440        END-READ.
003450        IF DBL-COR-REF-NO = SPACES
003460            GO TO 1210-EXIT
003470        END-IF.
003480        IF DBL31-PND-COUNT >= 500
003490            DISPLAY 'FATAL - DBLCOR EXCEEDS 500 CORRECTIONS'
003500            MOVE 16 TO RETURN-CODE
003510            STOP RUN
003520        END-IF.
003530        ADD 1 TO DBL31-PND-COUNT.
003540        MOVE DBL-COR-REF-NO TO DBL31-PND-REF (DBL31-PND-COUNT).
003550        MOVE DBL-COR-OPERATOR
003560            TO DBL31-PND-OPERATOR (DBL31-PND-COUNT).
003570    1210-EXIT.
003580        EXIT.
003590*================================================================
003600*  1300-READ-OPERATOR-MASTER - ONE KEYED READ OF THE DBLOPM
003610*  MASTER FOR THE DBLOPID OPERATOR. THE MASTER IS REQUIRED.
003620*================================================================
003630    1300-READ-OPERATOR-MASTER.
003640        OPEN INPUT DBL-OPERATOR-FILE.
003650        IF DBL31-OPM-STATUS NOT = '00'
003660            DISPLAY 'FATAL - DBLOPM OPEN FAILED, STATUS '
003670                DBL31-OPM-STATUS
003680            MOVE 16 TO RETURN-CODE
003690            STOP RUN
003700        END-IF.
003710        MOVE DBL31-OPERATOR-ID TO DBL-OPM-ID.
003720        READ DBL-OPERATOR-FILE
003730            INVALID KEY
003740                MOVE 'N' TO DBL31-OPR-FOUND-SW
003750            NOT INVALID KEY
003760                MOVE 'Y' TO DBL31-OPR-FOUND-SW
003770                MOVE DBL-OPM-ACTIVE TO DBL31-OPR-ACTIVE
003780                MOVE DBL-OPM-AUTHORITY TO DBL31-OPR-AUTHORITY
003790                MOVE DBL-OPM-NAME TO DBL31-OPR-NAME
003800        END-READ.
003810        CLOSE DBL-OPERATOR-FILE.
003820    1300-EXIT.
003830        EXIT.
003840*================================================================
003850*  1450-ENFORCE-AUTHORITY - THE MASTER'S VERDICT, ENFORCED AS
003860*  DBL100 ENFORCES ITS INTERACTIVE MODE: UNKNOWN OR INACTIVE
003870*  IDS ARE REFUSED OUTRIGHT AND THE WORKBENCH NEEDS LEVEL 2.
003880*  EVERY REFUSAL LEAVES AN AUTHFAIL LINE ON THE TRAIL AND ENDS
003890*  THE SESSION WITH RC 12 BEFORE A SINGLE ENTRY IS SHOWN.
003900*================================================================
003910    1450-ENFORCE-AUTHORITY.
003920        IF NOT DBL31-OPR-FOUND OR DBL31-OPR-ACTIVE NOT = 'Y'
003930            PERFORM 4300-WRITE-AUTH-REFUSAL THRU 4300-EXIT
003940            DISPLAY 'OPERATOR ' DBL31-OPERATOR-ID
003950                ' UNKNOWN OR INACTIVE - SIGN-ON REFUSED'
003960            PERFORM 1460-REFUSE-RUN THRU 1460-EXIT
003970        END-IF.
003980        IF DBL31-OPR-AUTHORITY < 2
003990            PERFORM 4300-WRITE-AUTH-REFUSAL THRU 4300-EXIT
004000            DISPLAY 'OPERATOR ' DBL31-OPERATOR-ID
004010                ' LACKS AUTHORITY FOR THE SUSPENSE WORKBENCH'
004020            PERFORM 1460-REFUSE-RUN THRU 1460-EXIT
004030        END-IF.
004040    1450-EXIT.
004050        EXIT.
004060*
004070    1460-REFUSE-RUN.
004080        MOVE 12 TO RETURN-CODE.
004090        STOP RUN.
004100    1460-EXIT.
004110        EXIT.
004120*================================================================
004130*  1500-OPEN-WORK-FILES - THE SUSPENSE FILE FOR READING AND THE
004140*  CORRECTIONS FILE FOR APPENDING, ONCE THE PENDING CARDS ARE
004150*  KNOWN. STATUS 05 IS A FIRST-EVER DBLCOR.
004160*================================================================
004170    1500-OPEN-WORK-FILES.
004180        OPEN INPUT DBL-SUSPENSE-FILE.
004190        IF DBL31-SUS-STATUS NOT = '00'
004200            DISPLAY 'FATAL - DBLSUS OPEN FAILED, STATUS '
004210                DBL31-SUS-STATUS
004220            MOVE 16 TO RETURN-CODE
004230            STOP RUN
004240        END-IF.
004250        PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
004260        OPEN EXTEND DBL-CORRECTION-FILE.
004270        IF DBL31-COR-STATUS NOT = '00'
004280                AND DBL31-COR-STATUS NOT = '05'
004290            DISPLAY 'FATAL - DBLCOR OPEN FAILED, STATUS '
004300                DBL31-COR-STATUS
004310            MOVE 16 TO RETURN-CODE
004320            STOP RUN
004330        END-IF.
004340        DISPLAY 'DBL310 SUSPENSE WORKBENCH - BUSINESS DATE '
004350            DBL31-RUN-DATE.
004360        DISPLAY 'OPERATOR ' DBL31-OPERATOR-ID ' ' DBL31-OPR-NAME
004370            ' LEVEL ' DBL31-OPR-AUTHORITY.
004380        DISPLAY 'CORRECTIONS ALREADY PENDING FOR DBL300: '
004390            DBL31-PND-COUNT.
004400    1500-EXIT.
004410        EXIT.
004420*================================================================
004430*  1600-LOAD-ITEM-MASTER - LOAD THE DBLITM REFERENCE MASTER.
004440*  THE MASTER IS REQUIRED: A CORRECTION CANNOT BE CHECKED
004450*  WITHOUT IT.
004460*================================================================
004470    1600-LOAD-ITEM-MASTER.
004480        OPEN INPUT DBL-ITEM-FILE.
004490        IF DBL31-ITM-STATUS NOT = '00'
004500            DISPLAY 'FATAL - DBLITM OPEN FAILED, STATUS '
004510                DBL31-ITM-STATUS
004520            MOVE 16 TO RETURN-CODE
004530            STOP RUN
004540        END-IF.
004550        PERFORM 1610-READ-ITEM-ROW THRU 1610-EXIT
004560            UNTIL DBL31-ITM-EOF-YES.
004570        CLOSE DBL-ITEM-FILE.
004580    1600-EXIT.
004590        EXIT.
004600*
004610    1610-READ-ITEM-ROW.
004620        READ DBL-ITEM-FILE
004630            AT END
004640                MOVE 'Y' TO DBL31-ITM-EOF-SW
004650                GO TO 1610-EXIT
004660        END-READ.
004670        IF DBL31-ITM-COUNT >= 500
004680            DISPLAY 'FATAL - DBLITM EXCEEDS 500 ITEMS'
004690            MOVE 16 TO RETURN-CODE
004700            STOP RUN
004710        END-IF.
004720        ADD 1 TO DBL31-ITM-COUNT.
004730        MOVE DBL-ITM-ID TO DBL31-ITM-TAB-ID (DBL31-ITM-COUNT).
004740        MOVE DBL-ITM-DESC TO DBL31-ITM-TAB-DESC (DBL31-ITM-COUNT).
004750        MOVE DBL-ITM-ACTIVE
004760            TO DBL31-ITM-TAB-ACTIVE (DBL31-ITM-COUNT).
004770    1610-EXIT.
004780        EXIT.
004790*================================================================
004800*  1700-LOAD-STORE-MASTER - LOAD THE DBLSTM REFERENCE MASTER,
004810*  SAME RULES AS THE ITEM MASTER ABOVE.
004820*================================================================
004830    1700-LOAD-STORE-MASTER.
004840        OPEN INPUT DBL-STORE-FILE.
004850        IF DBL31-STM-STATUS NOT = '00'
004860            DISPLAY 'FATAL - DBLSTM OPEN FAILED, STATUS '
004870                DBL31-STM-STATUS
004880            MOVE 16 TO RETURN-CODE
004890            STOP RUN
004900        END-IF.
004910        PERFORM 1710-READ-STORE-ROW THRU 1710-EXIT
004920            UNTIL DBL31-STM-EOF-YES.
004930        CLOSE DBL-STORE-FILE.
004940    1700-EXIT.
004950        EXIT.
004960*
004970    1710-READ-STORE-ROW.
004980        READ DBL-STORE-FILE
004990            AT END
005000                MOVE 'Y' TO DBL31-STM-EOF-SW
005010                GO TO 1710-EXIT
005020        END-READ.
005030        IF DBL31-STM-COUNT >= 100
005040            DISPLAY 'FATAL - DBLSTM EXCEEDS 100 STORES'
005050            MOVE 16 TO RETURN-CODE
005060            STOP RUN
005070        END-IF.
005080        ADD 1 TO DBL31-STM-COUNT.
005090        MOVE DBL-STM-ID TO DBL31-STM-TAB-ID (DBL31-STM-COUNT).
005100        MOVE DBL-STM-NAME TO DBL31-STM-TAB-NAME (DBL31-STM-COUNT).
005110        MOVE DBL-STM-ACTIVE
005120            TO DBL31-STM-TAB-ACTIVE (DBL31-STM-COUNT).
005130    1710-EXIT.
005140        EXIT.
005150*================================================================
005160*  2000-PROCESS-COMMAND - ONE COMMAND FROM THE OPERATOR.
005170*================================================================
005180    2000-PROCESS-COMMAND.
005190        DISPLAY ' '.
005200        DISPLAY 'L=LIST  F=FILTER  S=SHOW  C=CORRECT  X=EXIT'.
005210        DISPLAY 'COMMAND: '.
005220        MOVE SPACE TO DBL31-COMMAND.
005230        ACCEPT DBL31-COMMAND.
005240        IF DBL31-COMMAND = SPACE
005250            ADD 1 TO DBL31-IDLE-COUNT
005260            IF DBL31-IDLE-COUNT >= 5
005270                MOVE 'Y' TO DBL31-QUIT-SW
005280            END-IF
005290            GO TO 2000-EXIT
005300        END-IF.
005310        MOVE 0 TO DBL31-IDLE-COUNT.
005320        IF DBL31-COMMAND = 'L' OR 'l'
005330            PERFORM 3000-LIST-ENTRIES THRU 3000-EXIT
005340            GO TO 2000-EXIT
005350        END-IF.
005360        IF DBL31-COMMAND = 'F' OR 'f'
005370            PERFORM 2100-SET-FILTERS THRU 2100-EXIT
005380            GO TO 2000-EXIT
005390        END-IF.
005400        IF DBL31-COMMAND = 'S' OR 's'
005410            PERFORM 4000-SHOW-ENTRY THRU 4000-EXIT
005420            GO TO 2000-EXIT
005430        END-IF.
005440        IF DBL31-COMMAND = 'C' OR 'c'
005450            PERFORM 5000-CORRECT-ENTRY THRU 5000-EXIT
005460            GO TO 2000-EXIT
005470        END-IF.
005480        IF DBL31-COMMAND = 'X' OR 'x'
005490            MOVE 'Y' TO DBL31-QUIT-SW
005500            GO TO 2000-EXIT
005510        END-IF.
005520        DISPLAY 'UNKNOWN COMMAND ' DBL31-COMMAND.
005530    2000-EXIT.
005540        EXIT.
005550*================================================================
005560*  2100-SET-FILTERS - STORE, REASON AND MINIMUM AGE FOR THE
005570*  NEXT LISTINGS. THE KEYED REASON'S LENGTH IS TAKEN UP TO THE
005580*  FIRST DOUBLE SPACE, SINCE THE REASONS THEMSELVES CARRY
005590*  SINGLE SPACES.
005600*================================================================
005610    2100-SET-FILTERS.
005620        DISPLAY 'STORE (BLANK = ALL STORES): '.
005630        MOVE SPACES TO DBL31-FLT-STORE.
005640        ACCEPT DBL31-FLT-STORE.
005650        DISPLAY 'REASON STARTS WITH (BLANK = ALL REASONS): '.
005660        MOVE SPACES TO DBL31-FLT-REASON.
005670        ACCEPT DBL31-FLT-REASON.
005680        MOVE 0 TO DBL31-FLT-REASON-LEN.
005690        IF DBL31-FLT-REASON NOT = SPACES
005700            INSPECT DBL31-FLT-REASON TALLYING DBL31-FLT-REASON-LEN
005710                FOR CHARACTERS BEFORE INITIAL '  '
005720        END-IF.
005730        DISPLAY 'MINIMUM AGE IN RUNS, 3 DIGITS (BLANK = ANY): '.
005740        MOVE SPACES TO DBL31-FLT-AGE-X.
005750        ACCEPT DBL31-FLT-AGE-X.
005760        MOVE 0 TO DBL31-FLT-MIN-AGE.
005770        IF DBL31-FLT-AGE-X NOT = SPACES
005780            IF DBL31-FLT-AGE-X IS NUMERIC
005790                MOVE DBL31-FLT-AGE TO DBL31-FLT-MIN-AGE
005800            ELSE
005810                DISPLAY 'AGE MUST BE THREE DIGITS - AGE FILTER '
005820                    'CLEARED'
005830            END-IF
005840        END-IF.
005850        DISPLAY 'FILTER - STORE ' DBL31-FLT-STORE
005860            ' REASON ' DBL31-FLT-REASON
005870            ' MINIMUM AGE ' DBL31-FLT-MIN-AGE.
005880    2100-EXIT.
005890        EXIT.
005900*================================================================
005910*  3000-LIST-ENTRIES - ONE PASS OVER THE SUSPENSE FILE IN
005920*  REFERENCE ORDER, SHOWING THE ENTRIES THE FILTERS SELECT.
005930*================================================================
005940    3000-LIST-ENTRIES.
005950        MOVE 0 TO DBL31-COUNT-SCANNED DBL31-COUNT-LISTED
005960            DBL31-PAGE-LINES.
005970        MOVE 'N' TO DBL31-SUS-EOF-SW.
005980        MOVE 'N' TO DBL31-LIST-STOP-SW.
005990        MOVE LOW-VALUES TO DBL-SUS-REF-NO.
006000        START DBL-SUSPENSE-FILE KEY NOT < DBL-SUS-REF-NO
006010            INVALID KEY
006020                DISPLAY 'THE SUSPENSE FILE IS EMPTY'
006030                GO TO 3000-EXIT
006040        END-START.
006050        DISPLAY 'REFERENCE  ITEM     STOR TY VALUE      '
006060            'REASON               ENTERED  AGE'.
006070        PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
006080            UNTIL DBL31-SUS-EOF-YES OR DBL31-LIST-STOP.
006090        DISPLAY 'ENTRIES LISTED ' DBL31-COUNT-LISTED
006100            ' OF ' DBL31-COUNT-SCANNED ' READ'.
006110    3000-EXIT.
006120        EXIT.
006130*
006140    3100-LIST-ONE-ENTRY.
006150        READ DBL-SUSPENSE-FILE NEXT RECORD
006160            AT END
006170                MOVE 'Y' TO DBL31-SUS-EOF-SW
006180                GO TO 3100-EXIT
006190        END-READ.
006200        ADD 1 TO DBL31-COUNT-SCANNED.
006210        PERFORM 3200-APPLY-FILTERS THRU 3200-EXIT.
006220        IF NOT DBL31-MATCHES
006230            GO TO 3100-EXIT
006240        END-IF.
006250        ADD 1 TO DBL31-COUNT-LISTED.
006260        MOVE DBL-SUS-REF-NO TO DBL31-LST-REF.
006270        MOVE DBL-SUS-ITEM TO DBL31-LST-ITEM.
006280        MOVE DBL-SUS-STORE TO DBL31-LST-STORE.
006290        MOVE DBL-SUS-TRAN-TYPE TO DBL31-LST-TYPE.
006300        MOVE DBL-SUS-VALUE TO DBL31-LST-VALUE.
006310        MOVE DBL-SUS-REASON TO DBL31-LST-REASON.
006320        MOVE DBL-SUS-DATE TO DBL31-LST-DATE.
006330        MOVE DBL-SUS-AGE-RUNS TO DBL31-LST-AGE.
006340        DISPLAY DBL31-LIST-LINE.
006350        ADD 1 TO DBL31-PAGE-LINES.
006360        IF DBL31-PAGE-LINES >= DBL31-PAGE-SIZE
006370            MOVE 0 TO DBL31-PAGE-LINES
006380            DISPLAY 'ENTER TO CONTINUE, X TO STOP: '
006390            MOVE SPACE TO DBL31-REPLY
006400            ACCEPT DBL31-REPLY
006410            IF DBL31-REPLY = 'X' OR 'x'
006420                MOVE 'Y' TO DBL31-LIST-STOP-SW
006430            END-IF
006440        END-IF.
006450    3100-EXIT.
006460        EXIT.
006470*
006480    3200-APPLY-FILTERS.
006490        MOVE 'N' TO DBL31-MATCH-SW.
006500        IF DBL31-FLT-STORE NOT = SPACES
006510                AND DBL-SUS-STORE NOT = DBL31-FLT-STORE
006520            GO TO 3200-EXIT
006530        END-IF.
006540        IF DBL31-FLT-REASON-LEN > 0
006550            IF DBL-SUS-REASON (1:DBL31-FLT-REASON-LEN) NOT =
006560                    DBL31-FLT-REASON (1:DBL31-FLT-REASON-LEN)
006570                GO TO 3200-EXIT
006580            END-IF
006590        END-IF.
006600        IF DBL-SUS-AGE-RUNS < DBL31-FLT-MIN-AGE
006610            GO TO 3200-EXIT
006620        END-IF.
006630        MOVE 'Y' TO DBL31-MATCH-SW.
006640    3200-EXIT.
006650        EXIT.
006660*================================================================
006670*  4000-SHOW-ENTRY - ONE ENTRY IN FULL, BY REFERENCE.
006680*================================================================
006690    4000-SHOW-ENTRY.
006700        PERFORM 4100-READ-ENTRY THRU 4100-EXIT.
006710        IF DBL31-SUS-FOUND
006720            PERFORM 4200-DISPLAY-ENTRY THRU 4200-EXIT
006730        END-IF.
006740    4000-EXIT.
006750        EXIT.
006760*
006770    4100-READ-ENTRY.
006780        MOVE 'N' TO DBL31-SUS-FOUND-SW.
006790        DISPLAY 'REFERENCE: '.
006800        MOVE SPACES TO DBL31-KEYED-REF.
006810        ACCEPT DBL31-KEYED-REF.
006820        IF DBL31-KEYED-REF = SPACES
006830            GO TO 4100-EXIT
006840        END-IF.
006850        MOVE DBL31-KEYED-REF TO DBL-SUS-REF-NO.
006860        READ DBL-SUSPENSE-FILE
006870            INVALID KEY
006880                DISPLAY 'REFERENCE ' DBL31-KEYED-REF
006890                    ' IS NOT IN SUSPENSE'
006900                GO TO 4100-EXIT
006910        END-READ.
006920        MOVE 'Y' TO DBL31-SUS-FOUND-SW.
006930        PERFORM 4400-CHECK-PENDING THRU 4400-EXIT.
006940    4100-EXIT.
006950        EXIT.
006960*
006970    4200-DISPLAY-ENTRY.
006980        MOVE DBL-SUS-ITEM TO DBL31-TRAN-ITEM.
006990        MOVE DBL-SUS-STORE TO DBL31-TRAN-STORE.
007000        PERFORM 4500-DESCRIBE-KEYS THRU 4500-EXIT.
007010        MOVE DBL-SUS-AGE-RUNS TO DBL31-LST-AGE.
007020        DISPLAY 'REFERENCE . . : ' DBL-SUS-REF-NO.
007030        DISPLAY 'ITEM  . . . . : ' DBL-SUS-ITEM ' '
007040            DBL31-ITEM-DESC.
007050        DISPLAY 'STORE . . . . : ' DBL-SUS-STORE ' '
007060            DBL31-STORE-DESC.
007070        DISPLAY 'TYPE  . . . . : ' DBL-SUS-TRAN-TYPE.
007080        DISPLAY 'VALUE . . . . : ' DBL-SUS-VALUE.
007090        DISPLAY 'REASON  . . . : ' DBL-SUS-REASON.
007100        DISPLAY 'SUSPENDED . . : ' DBL-SUS-DATE ' ' DBL-SUS-TIME.
007110        DISPLAY 'AGE IN RUNS . : ' DBL31-LST-AGE.
007120        IF DBL31-PENDING
007130            DISPLAY 'CORRECTION PENDING FOR NEXT DBL300 PASS, BY '
007140                DBL31-PND-OPERATOR (DBL31-PND-SUB)
007150        END-IF.
007160    4200-EXIT.
007170        EXIT.
007450*================================================================
007460*  4300-WRITE-AUTH-REFUSAL - A REFUSED SIGN-ON IS ITSELF
007470*  AUDITED: AN AUTHFAIL LINE WITH ZERO AMOUNTS UNDER THE
007480*  REFUSED OPERATOR'S ID, APPENDED THROUGH ITS OWN EXTEND OPEN.
007490*================================================================
007500    4300-WRITE-AUTH-REFUSAL.
007510        OPEN EXTEND DBL-AUDIT-FILE.
007520        IF DBL31-AUD-STATUS NOT = '00'
007530                AND DBL31-AUD-STATUS NOT = '05'
007540            DISPLAY 'FATAL - DBLAUD OPEN FAILED, STATUS '
007550                DBL31-AUD-STATUS
007560            MOVE 16 TO RETURN-CODE
007570            STOP RUN
007580        END-IF.
007590        MOVE 'AUTHFAIL' TO DBL-AUD-ITEM.
007600        MOVE '0000' TO DBL-AUD-STORE.
007610        MOVE SPACES TO DBL-AUD-TRAN-TYPE.
007620        MOVE SPACES TO DBL-AUD-REF-NO.
007630        MOVE 0 TO DBL-AUD-ORIG.
007640        MOVE 0 TO DBL-AUD-DOUBLED.
007650        MOVE DBL31-RUN-DATE TO DBL-AUD-DATE.
007660        ACCEPT DBL-AUD-TIME FROM TIME.
007670        MOVE DBL31-OPERATOR-ID TO DBL-AUD-OPERATOR.
007680        MOVE 'N' TO DBL-AUD-OVERFLOW.
007685        MOVE 0 TO DBL-AUD-FACTOR.
007690        MOVE 'N' TO DBL-AUD-PROMO-RULE.
007700        WRITE DBL-AUDIT-RECORD.
007710        CLOSE DBL-AUDIT-FILE.
007720    4300-EXIT.
007730        EXIT.
007740*
007750    4400-CHECK-PENDING.
007760        MOVE 'N' TO DBL31-PENDING-SW.
007770        PERFORM 4410-SCAN-PENDING THRU 4410-EXIT
007780            VARYING DBL31-PND-SUB FROM 1 BY 1
007790            UNTIL DBL31-PND-SUB > DBL31-PND-COUNT
007800                OR DBL31-PENDING.
007810        IF DBL31-PENDING
007820            SUBTRACT 1 FROM DBL31-PND-SUB
007830        END-IF.
007840    4400-EXIT.
007850        EXIT.
007860*
007870    4410-SCAN-PENDING.
007880        IF DBL31-PND-REF (DBL31-PND-SUB) = DBL-SUS-REF-NO
007890            MOVE 'Y' TO DBL31-PENDING-SW
007900        END-IF.
007901    4410-EXIT.
007902        EXIT.
007903*================================================================
007904*  4500-DESCRIBE-KEYS - THE MASTER DESCRIPTIONS OF DBL31-TRAN-
007905*  ITEM AND DBL31-TRAN-STORE, OR WHY THERE ARE NONE.
007906*================================================================
007907    4500-DESCRIBE-KEYS.
007908        PERFORM 6100-FIND-ITEM THRU 6100-EXIT.
007909        IF DBL31-ITM-IX = 0
007910            MOVE '*** NOT ON DBLITM ***' TO DBL31-ITEM-DESC
007911        ELSE
007912            MOVE DBL31-ITM-TAB-DESC (DBL31-ITM-IX)
007913                TO DBL31-ITEM-DESC
007914            IF DBL31-ITM-TAB-ACTIVE (DBL31-ITM-IX) NOT = 'Y'
007915                MOVE '(INACTIVE)' TO DBL31-ITEM-DESC (21:10)
007916            END-IF
007917        END-IF.
007918        PERFORM 6200-FIND-STORE THRU 6200-EXIT.
007919        IF DBL31-STM-IX = 0
007920            MOVE '*** NOT ON DBLSTM ***' TO DBL31-STORE-DESC
007921        ELSE
007922            MOVE DBL31-STM-TAB-NAME (DBL31-STM-IX)
007923                TO DBL31-STORE-DESC
007924            IF DBL31-STM-TAB-ACTIVE (DBL31-STM-IX) NOT = 'Y'
007925                MOVE '(INACTIVE)' TO DBL31-STORE-DESC (21:10)
007926            END-IF
007927        END-IF.
007928    4500-EXIT.
007929        EXIT.
007930*================================================================
007940*  5000-CORRECT-ENTRY - TAKE A CORRECTED VALUE AND/OR CORRECTED
007950*  KEYS FOR ONE ENTRY, CHECK THEM AS DBL100 WOULD, AND SAVE THE
007960*  DBLCOR CARD. ENTRIES DBL300 WILL NOT REPAIR ARE REFUSED
007970*  HERE, SO THE OPERATOR HEARS NOW RATHER THAN ON TOMORROW'S
007980*  UNMATCHED LIST: A '*' GENERATED REFERENCE AND A RETURN (RT)
007990*  ARE RESUBMITTED ON DBLIN INSTEAD.
008000*================================================================
008010    5000-CORRECT-ENTRY.
008020        PERFORM 4100-READ-ENTRY THRU 4100-EXIT.
008030        IF NOT DBL31-SUS-FOUND
008040            GO TO 5000-EXIT
008050        END-IF.
008060        PERFORM 4200-DISPLAY-ENTRY THRU 4200-EXIT.
008070        IF DBL-SUS-REF-NO (1:1) = '*'
008080            DISPLAY 'GENERATED REFERENCE - RESUBMIT THE '
008090                'TRANSACTION ON DBLIN'
008100            GO TO 5000-EXIT
008110        END-IF.
008120        IF DBL-SUS-TRAN-TYPE = 'RT'
008130            DISPLAY 'A RETURN IS NOT REPAIRED - RESUBMIT IT ON '
008140                'DBLIN WITH ITS SALE REFERENCE'
008150            GO TO 5000-EXIT
008160        END-IF.
008170        IF DBL31-PENDING
008180            DISPLAY 'A CORRECTION IS ALREADY PENDING FOR THIS '
008190                'REFERENCE'
008200            GO TO 5000-EXIT
008210        END-IF.
008220*       ONLY A SUPERVISOR MAY SEND BACK AN AMOUNT A SUPERVISOR
008225*       REJECTED. DBL300 HOLDS IT AGAIN IF IT IS STILL OVER ITS
008230*       DBLLIM CEILING.
008240        IF DBL-SUS-REASON = 'HOLD REJECTED'
008250                AND DBL31-OPR-AUTHORITY < 3
008260            DISPLAY 'A REJECTED HOLD NEEDS A SUPERVISOR'
008270            GO TO 5000-EXIT
008280        END-IF.
008290        DISPLAY 'NEW VALUE AS SDDDDDDDDD (BLANK = KEEP): '.
008300        MOVE SPACES TO DBL31-NEW-VALUE.
008310        ACCEPT DBL31-NEW-VALUE.
008320        DISPLAY 'NEW ITEM (BLANK = KEEP): '.
008330        MOVE SPACES TO DBL31-NEW-ITEM.
008340        ACCEPT DBL31-NEW-ITEM.
008350        DISPLAY 'NEW STORE (BLANK = KEEP): '.
008360        MOVE SPACES TO DBL31-NEW-STORE.
008370        ACCEPT DBL31-NEW-STORE.
008380        IF DBL31-NEW-VALUE = SPACES
008390                AND DBL31-NEW-ITEM = SPACES
008400                AND DBL31-NEW-STORE = SPACES
008410            DISPLAY 'NOTHING CHANGED - NO CORRECTION SAVED'
008420            GO TO 5000-EXIT
008430        END-IF.
008440        PERFORM 5050-BUILD-TRANSACTION THRU 5050-EXIT.
008450        PERFORM 5100-VALIDATE-QUANTITY THRU 5100-EXIT.
008460        IF DBL31-INVALID-ENTRY
008470            DISPLAY 'CORRECTION REFUSED - ' DBL31-REJECT-REASON
008480            GO TO 5000-EXIT
008490        END-IF.
008500        PERFORM 4500-DESCRIBE-KEYS THRU 4500-EXIT.
008510        DISPLAY 'CORRECTED ENTRY: VALUE ' DBL31-RAW-INPUT.
008520        DISPLAY '  ITEM  ' DBL31-TRAN-ITEM ' ' DBL31-ITEM-DESC.
008530        DISPLAY '  STORE ' DBL31-TRAN-STORE ' ' DBL31-STORE-DESC.
008540        DISPLAY 'SAVE THIS CORRECTION (Y/N): '.
008550        MOVE SPACE TO DBL31-REPLY.
008560        ACCEPT DBL31-REPLY.
008570        IF DBL31-REPLY NOT = 'Y' AND DBL31-REPLY NOT = 'y'
008580            DISPLAY 'CORRECTION NOT SAVED'
008590            GO TO 5000-EXIT
008600        END-IF.
008610        PERFORM 5500-WRITE-CORRECTION THRU 5500-EXIT.
008620    5000-EXIT.
008630        EXIT.
008640*
008650*       THE ENTRY AS IT WOULD STAND AFTER THE CORRECTION: A
008660*       BLANK ANSWER KEEPS WHAT WAS SUSPENDED.
008670    5050-BUILD-TRANSACTION.
008680        MOVE DBL-SUS-ITEM TO DBL31-TRAN-ITEM.
008690        MOVE DBL-SUS-STORE TO DBL31-TRAN-STORE.
008700        MOVE DBL-SUS-TRAN-TYPE TO DBL31-TRAN-TYPE.
008710        MOVE DBL-SUS-REF-NO TO DBL31-TRAN-REF.
008720        MOVE DBL-SUS-VALUE TO DBL31-RAW-INPUT.
008730        IF DBL31-NEW-ITEM NOT = SPACES
008740            MOVE DBL31-NEW-ITEM TO DBL31-TRAN-ITEM
008750        END-IF.
008760        IF DBL31-NEW-STORE NOT = SPACES
008770            MOVE DBL31-NEW-STORE TO DBL31-TRAN-STORE
008780        END-IF.
008790        IF DBL31-NEW-VALUE NOT = SPACES
008800            MOVE DBL31-NEW-VALUE TO DBL31-RAW-INPUT
008810        END-IF.
008820    5050-EXIT.
008830        EXIT.
008840*================================================================
008850*  5100-VALIDATE-QUANTITY - DBL100'S OWN INPUT RULES, APPLIED TO
008860*  THE CORRECTED ENTRY: ALL FOUR KEYS PRESENT WITH A VALID
008870*  TRANSACTION TYPE, ITEM AND STORE ACTIVE ON THE REFERENCE
008880*  MASTERS, AND THE VALUE A SIGN FOLLOWED BY NINE DIGITS. THE
008890*  REFUSAL REASONS ARE THE ONES DBL100 WOULD SUSPEND UNDER.
008900*================================================================
008910    5100-VALIDATE-QUANTITY.
008920        IF DBL31-TRAN-ITEM = SPACES
008930                OR DBL31-TRAN-STORE = SPACES
008940                OR NOT DBL31-TRAN-TYPE-VALID
008950                OR DBL31-TRAN-REF = SPACES
008960            MOVE 'INVALID - KEY FIELDS' TO DBL31-REJECT-REASON
008970            MOVE 'N' TO DBL31-VALIDATION-SW
008980            GO TO 5100-EXIT
008990        END-IF.
009000        PERFORM 5400-CHECK-REFERENCE-KEYS THRU 5400-EXIT.
009010        IF DBL31-INVALID-ENTRY
009020            GO TO 5100-EXIT
009030        END-IF.
009040        IF (DBL31-RAW-SIGN = '+' OR DBL31-RAW-SIGN = '-')
009050                AND DBL31-RAW-DIGITS IS NUMERIC
009060            MOVE 'Y' TO DBL31-VALIDATION-SW
009070        ELSE
009080            MOVE 'INVALID - NONNUMERIC' TO DBL31-REJECT-REASON
009090            MOVE 'N' TO DBL31-VALIDATION-SW
009100        END-IF.
009110    5100-EXIT.
009120        EXIT.
009130*================================================================
009140*  5400-CHECK-REFERENCE-KEYS - THE ITEM AND STORE MUST BE
009150*  ACTIVE ENTRIES ON THE REFERENCE MASTERS.
009160*================================================================
009170    5400-CHECK-REFERENCE-KEYS.
009180        PERFORM 6100-FIND-ITEM THRU 6100-EXIT.
009190        IF DBL31-ITM-IX = 0
009200            MOVE 'INVALID ITEM KEY    ' TO DBL31-REJECT-REASON
009210            MOVE 'N' TO DBL31-VALIDATION-SW
009220            GO TO 5400-EXIT
009230        END-IF.
009240        IF DBL31-ITM-TAB-ACTIVE (DBL31-ITM-IX) NOT = 'Y'
009250            MOVE 'INVALID ITEM KEY    ' TO DBL31-REJECT-REASON
009260            MOVE 'N' TO DBL31-VALIDATION-SW
009270            GO TO 5400-EXIT
009280        END-IF.
009290        PERFORM 6200-FIND-STORE THRU 6200-EXIT.
009300        IF DBL31-STM-IX = 0
009310            MOVE 'INVALID STORE KEY   ' TO DBL31-REJECT-REASON
009320            MOVE 'N' TO DBL31-VALIDATION-SW
009330            GO TO 5400-EXIT
009340        END-IF.
009350        IF DBL31-STM-TAB-ACTIVE (DBL31-STM-IX) NOT = 'Y'
009360            MOVE 'INVALID STORE KEY   ' TO DBL31-REJECT-REASON
009370            MOVE 'N' TO DBL31-VALIDATION-SW
009380            GO TO 5400-EXIT
009390        END-IF.
009400        MOVE 'Y' TO DBL31-VALIDATION-SW.
009410    5400-EXIT.
009420        EXIT.
009430*================================================================
009440*  5500-WRITE-CORRECTION - THE DBLCOR CARD FOR DBL300: THE
009450*  CHANGES AS KEYED (BLANK STILL MEANS KEEP), THE OPERATOR WHO
009460*  MADE THEM, AND WHEN.
009470*================================================================
009480    5500-WRITE-CORRECTION.
009490        MOVE SPACES TO DBL-CORRECTION-RECORD.
009500        MOVE DBL-SUS-REF-NO TO DBL-COR-REF-NO.
009510        MOVE DBL31-NEW-VALUE TO DBL-COR-NEW-VALUE.
009520        MOVE DBL31-NEW-ITEM TO DBL-COR-NEW-ITEM.
009530        MOVE DBL31-NEW-STORE TO DBL-COR-NEW-STORE.
009540        MOVE DBL31-OPERATOR-ID TO DBL-COR-OPERATOR.
009550        MOVE DBL31-RUN-DATE TO DBL-COR-ENTRY-DATE.
009560        ACCEPT DBL31-ENTRY-CLOCK FROM TIME.
009570        MOVE DBL31-ENTRY-CLOCK (1:6) TO DBL-COR-ENTRY-TIME.
009580        WRITE DBL-CORRECTION-RECORD.
009590        IF DBL31-COR-STATUS NOT = '00'
009600            DISPLAY 'FATAL - DBLCOR WRITE FAILED, STATUS '
009610                DBL31-COR-STATUS
009620            MOVE 16 TO RETURN-CODE
009630            STOP RUN
009640        END-IF.
009650        ADD 1 TO DBL31-COUNT-SAVED.
009660        IF DBL31-PND-COUNT < 500
009670            ADD 1 TO DBL31-PND-COUNT
009680            MOVE DBL-SUS-REF-NO TO DBL31-PND-REF (DBL31-PND-COUNT)
009690            MOVE DBL31-OPERATOR-ID
009700                TO DBL31-PND-OPERATOR (DBL31-PND-COUNT)
009710        END-IF.
009720        DISPLAY 'CORRECTION SAVED FOR THE NEXT DBL300 PASS'.
009730    5500-EXIT.
009740        EXIT.
009750*================================================================
009760*  6100-FIND-ITEM / 6200-FIND-STORE - THE TABLE ENTRY FOR
009770*  DBL31-TRAN-ITEM / DBL31-TRAN-STORE, ACTIVE OR NOT; ZERO WHEN
009780*  THE KEY IS NOT ON THE MASTER.
009790*================================================================
009800    6100-FIND-ITEM.
009810        MOVE 0 TO DBL31-ITM-IX.
009820        PERFORM 6110-SCAN-ITEM-MASTER THRU 6110-EXIT
009830            VARYING DBL31-ITM-SUB FROM 1 BY 1
009840            UNTIL DBL31-ITM-SUB > DBL31-ITM-COUNT
009850                OR DBL31-ITM-IX > 0.
009860    6100-EXIT.
009870        EXIT.
009880*
009890    6110-SCAN-ITEM-MASTER.
009900        IF DBL31-ITM-TAB-ID (DBL31-ITM-SUB) = DBL31-TRAN-ITEM
009910            MOVE DBL31-ITM-SUB TO DBL31-ITM-IX
009920        END-IF.
009930    6110-EXIT.
009940        EXIT.
009950*
009960    6200-FIND-STORE.
009970        MOVE 0 TO DBL31-STM-IX.
009980        PERFORM 6210-SCAN-STORE-MASTER THRU 6210-EXIT
009990            VARYING DBL31-STM-SUB FROM 1 BY 1
010000            UNTIL DBL31-STM-SUB > DBL31-STM-COUNT
010010                OR DBL31-STM-IX > 0.
010020    6200-EXIT.
010030        EXIT.
010040*
010050    6210-SCAN-STORE-MASTER.
010060        IF DBL31-STM-TAB-ID (DBL31-STM-SUB) = DBL31-TRAN-STORE
010070            MOVE DBL31-STM-SUB TO DBL31-STM-IX
010080        END-IF.
010090    6210-EXIT.
010100        EXIT.
010110*================================================================
010120*  9000-TERMINATE - CLOSE UP AND SAY WHAT THE SESSION SAVED.
010130*================================================================
010140    9000-TERMINATE.
010150        CLOSE DBL-SUSPENSE-FILE.
010160        CLOSE DBL-CORRECTION-FILE.
010170        DISPLAY 'CORRECTIONS SAVED THIS SESSION: '
010180            DBL31-COUNT-SAVED.
010190        DISPLAY 'DBL310 SESSION ENDED'.
010200    9000-EXIT.
010210        EXIT.
