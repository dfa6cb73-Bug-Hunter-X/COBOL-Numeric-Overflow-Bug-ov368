000320*                  LARGE FOR THE INPUT QUANTITY FIELD IS        *
000330*                  LISTED AND THE RUN ENDS RC 8 SO THE GAP IS   *
000340*                  RAISED, NOT BURIED.                          *
000341*  10/15/2026 RJ   THE DBLREV RECORD WIDENED TO 44 BYTES TO     *
000342*                  MATCH DBLIN, WHICH NOW CARRIES AN ORIGINAL-  *
000343*                  SALE REFERENCE FOR RETURNS. A REVERSAL LEAVES*
000344*                  IT BLANK - RV IS SCALED AT 1.00, NOT AT A    *
000345*                  SALE'S FACTOR.                               *
000346*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000347*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000348*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000349*                  THE DBLREV TRAILER CARRIES THE BUSINESS DATE.*
000350*                  BACKING OUT A CLOSED BUSINESS DATE NEEDS A   *
000351*                  SUPERVISOR (LEVEL 3 ON DBLOPM); OTHERWISE    *
000352*                  AUTHFAIL IS AUDITED AND THE RUN ENDS RC 12.  *
000353*  10/15/2026 RJ   THE DBLAUD RECORD WIDENED FROM 73 TO 74      *
000354*                  BYTES FOR THE PROMO RULE DBL200 APPLIED TO   *
000355*                  EACH CYCLE.                                  *
000357*--------------------------------------------------------------*
000360*
000370    ENVIRONMENT DIVISION.
000380    CONFIGURATION SECTION.
000520        SELECT DBL-REVERSAL-REPORT-FILE ASSIGN TO DBL95RPT
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS DBL95-RPT-STATUS.
000542        SELECT DBL-OPERATOR-FILE ASSIGN TO DBLOPM
000544            ORGANIZATION IS INDEXED
000546            ACCESS MODE IS RANDOM
000547            RECORD KEY IS DBL-OPM-ID
000548            FILE STATUS IS DBL95-OPM-STATUS.
000550*
000560    DATA DIVISION.
000570    FILE SECTION.
000710*  GENERATION PSEUDO-LINES.                                     *
000720*--------------------------------------------------------------*
000730    FD  DBL-AUDIT-FILE
000740        RECORD CONTAINS 74 CHARACTERS.
000750        COPY DBLAUDR.
000760*--------------------------------------------------------------*
000770*  DBL-REVERSAL-FILE - THE GENERATED BACKOUT, IN THE EXACT      *
000800*  POINTS DBLIN AT THIS FILE FOR THE BACKOUT RUN.              *
000810*--------------------------------------------------------------*
000820    FD  DBL-REVERSAL-FILE
000830        RECORD CONTAINS 44 CHARACTERS.
000840    01  DBL-REVERSAL-RECORD.
000850        05  DBL95-REV-ITEM           PIC X(08).
000860        05  DBL95-REV-STORE          PIC X(04).
000870        05  DBL95-REV-TRAN-TYPE      PIC X(02).
000880        05  DBL95-REV-REF-NO         PIC X(10).
000890        05  DBL95-REV-QTY            PIC X(10).
000895        05  DBL95-REV-ORIG-REF       PIC X(10).
000900    01  DBL-REVERSAL-TRAILER REDEFINES DBL-REVERSAL-RECORD.
000910        05  DBL95-TRL-ID             PIC X(08).
000920        05  DBL95-TRL-COUNT          PIC 9(07).
000930        05  DBL95-TRL-HASH           PIC S9(13)V99 SIGN LEADING
000940                                      SEPARATE.
000945        05  DBL95-TRL-BUS-DATE       PIC 9(08).
000950        05  FILLER                   PIC X(05).
000960*--------------------------------------------------------------*
000970*  DBL-REVERSAL-REPORT-FILE - THE BACKOUT REPORT.               *
000980*--------------------------------------------------------------*
000990    FD  DBL-REVERSAL-REPORT-FILE
001000        RECORD CONTAINS 80 CHARACTERS.
001010    01  DBL95-REPORT-LINE            PIC X(80).
001012*--------------------------------------------------------------*
001013*  DBL-OPERATOR-FILE - THE OPERATOR MASTER, READ ONLY WHEN THE  *
001014*  BACKOUT IS FOR A CLOSED BUSINESS DATE: THAT NEEDS AN ACTIVE  *
001015*  SUPERVISOR (AUTHORITY 3).                                    *
001016*--------------------------------------------------------------*
001017    FD  DBL-OPERATOR-FILE
001018        RECORD CONTAINS 30 CHARACTERS.
001019    01  DBL-OPERATOR-MASTER-RECORD.
001020        05  DBL-OPM-ID               PIC X(08).
001021        05  DBL-OPM-NAME             PIC X(20).
001022        05  DBL-OPM-AUTHORITY        PIC 9(01).
001023        05  DBL-OPM-ACTIVE           PIC X(01).
001026*
001030    WORKING-STORAGE SECTION.
001040    01  DBL95-SWITCHES.
001050        05  DBL95-EOF-SW             PIC X(01) VALUE 'N'.
001070        05  DBL95-SELECTED-SW        PIC X(01) VALUE 'N'.
001080            88  DBL95-SELECTED                  VALUE 'Y'.
001090*
001091    01  DBL95-RUN-DATE               PIC 9(08) VALUE 0.
001092*
001094*--------------------------------------------------------------*
001095*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001097*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001098*--------------------------------------------------------------*
001100    COPY DBLDPARM.
001110*
001120    01  DBL95-OPERATOR-ID            PIC X(08) VALUE SPACES.
001130*
001160        05  DBL95-AUD-STATUS         PIC X(02) VALUE SPACES.
001170        05  DBL95-REV-STATUS         PIC X(02) VALUE SPACES.
001180        05  DBL95-RPT-STATUS         PIC X(02) VALUE SPACES.
001185        05  DBL95-OPM-STATUS         PIC X(02) VALUE SPACES.
001190*
001191*--------------------------------------------------------------*
001192*  DBL95-OPERATOR-AUTH - WHAT THE MASTER SAYS ABOUT THE DBLOPID *
001193*  OPERATOR, LOOKED UP ONLY FOR A CLOSED-DATE BACKOUT.          *
001194*--------------------------------------------------------------*
001195    01  DBL95-OPERATOR-AUTH.
001196        05  DBL95-OPR-FOUND-SW       PIC X(01) VALUE 'N'.
001197            88  DBL95-OPR-FOUND                 VALUE 'Y'.
001198        05  DBL95-OPR-ACTIVE         PIC X(01) VALUE 'N'.
001199        05  DBL95-OPR-AUTHORITY      PIC 9(01) VALUE 0.
001202*
001206*--------------------------------------------------------------*
001210*  DBL95-CRITERIA - WHICH RUN TO BACK OUT. THE DATE IS         *
001220*  REQUIRED; OPERATOR AND STORE NARROW THE CUT.                *
001230*--------------------------------------------------------------*
001740*  THE WHOLE TRAIL.
001750*================================================================
001760    1000-INITIALIZE.
001761        CALL 'DBL010' USING LS-DBL010-PARMS.
001762        IF NOT LS-DBL010-DATE-OK
001764            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
001765            MOVE 16 TO RETURN-CODE
001767            STOP RUN
001768        END-IF.
001770        MOVE LS-DBL010-BUS-DATE TO DBL95-RUN-DATE.
001780        ACCEPT DBL95-OPERATOR-ID FROM ENVIRONMENT "DBLOPID".
001790        IF DBL95-OPERATOR-ID = SPACES
001800            MOVE 'UNKNOWN ' TO DBL95-OPERATOR-ID
002020        MOVE DBL95-SEL-OPERATOR TO DBL95-TARGET-OPERATOR.
002030        MOVE DBL95-SEL-STORE TO DBL95-TARGET-STORE.
002040        CLOSE DBL-SELECT-FILE.
002045        PERFORM 1400-CHECK-CLOSED-DATE THRU 1400-EXIT.
002050        OPEN OUTPUT DBL-REVERSAL-REPORT-FILE.
002060        IF DBL95-RPT-STATUS NOT = '00'
002070            DISPLAY 'FATAL - DBL95RPT OPEN FAILED, STATUS '
002200            '  STORE ' DBL95-TARGET-STORE
002210            DELIMITED BY SIZE INTO DBL95-REPORT-LINE.
002220        WRITE DBL95-REPORT-LINE.
002222        IF DBL95-TARGET-DATE NOT > LS-DBL010-CLOSED-DATE
002224            MOVE SPACES TO DBL95-REPORT-LINE
002226            STRING 'CLOSED BUSINESS DATE - AUTHORIZED BY '
002228                'SUPERVISOR ' DBL95-OPERATOR-ID
002229                DELIMITED BY SIZE INTO DBL95-REPORT-LINE
002231            WRITE DBL95-REPORT-LINE
002234        END-IF.
002237        MOVE SPACES TO DBL95-REPORT-LINE.
002240        WRITE DBL95-REPORT-LINE.
002250    1000-EXIT.
002260        EXIT.
002261*================================================================
002262*  1300-READ-OPERATOR-MASTER - ONE KEYED READ OF THE DBLOPM
002263*  MASTER FOR THE DBLOPID OPERATOR, AS DBL100 DOES IT.
002264*================================================================
002265    1300-READ-OPERATOR-MASTER.
002266        OPEN INPUT DBL-OPERATOR-FILE.
002267        IF DBL95-OPM-STATUS NOT = '00'
002268            DISPLAY 'FATAL - DBLOPM OPEN FAILED, STATUS '
002269                DBL95-OPM-STATUS
002270            MOVE 16 TO RETURN-CODE
002271            STOP RUN
002272        END-IF.
002273        MOVE DBL95-OPERATOR-ID TO DBL-OPM-ID.
002274        READ DBL-OPERATOR-FILE
002275            INVALID KEY
002276                MOVE 'N' TO DBL95-OPR-FOUND-SW
002277            NOT INVALID KEY
002278                MOVE 'Y' TO DBL95-OPR-FOUND-SW
002279                MOVE DBL-OPM-ACTIVE TO DBL95-OPR-ACTIVE
002280                MOVE DBL-OPM-AUTHORITY TO DBL95-OPR-AUTHORITY
002281        END-READ.
002282        CLOSE DBL-OPERATOR-FILE.
002283    1300-EXIT.
002284        EXIT.
002285*================================================================
002286*  1400-CHECK-CLOSED-DATE - A CLOSED BUSINESS DATE TAKES NO
002287*  MORE WORK, WITH ONE EXCEPTION: A SUPERVISOR MAY STILL CUT
002288*  A BACKOUT FOR IT. THE REVERSALS THEMSELVES POST TO THE
002289*  OPEN DATE. ANYONE ELSE IS REFUSED WITH AN AUTHFAIL LINE ON
002290*  THE TRAIL AND RC 12. THE OPEN DATE NEEDS NO EXTRA GATE.
002291*================================================================
002292    1400-CHECK-CLOSED-DATE.
002293        IF DBL95-TARGET-DATE > LS-DBL010-CLOSED-DATE
002294            GO TO 1400-EXIT
002295        END-IF.
002296        PERFORM 1300-READ-OPERATOR-MASTER THRU 1300-EXIT.
002297        IF NOT DBL95-OPR-FOUND OR DBL95-OPR-ACTIVE NOT = 'Y'
002298                OR DBL95-OPR-AUTHORITY < 3
002299            PERFORM 4300-WRITE-AUTH-REFUSAL THRU 4300-EXIT
002300            DISPLAY 'BUSINESS DATE ' DBL95-TARGET-DATE
002301                ' IS CLOSED - BACKOUT NEEDS SUPERVISOR, '
002302                'RUN REFUSED FOR ' DBL95-OPERATOR-ID
002303            MOVE 12 TO RETURN-CODE
002304            STOP RUN
002305        END-IF.
002306        DISPLAY 'BUSINESS DATE ' DBL95-TARGET-DATE
002307            ' IS CLOSED - BACKOUT AUTHORIZED BY SUPERVISOR '
002308            DBL95-OPERATOR-ID.
002309    1400-EXIT.
002310        EXIT.
002311*================================================================
002313*  2000-GENERATE-REVERSALS - READ THE TRAIL, CUT ONE OFFSET
002315*  PER SELECTED LINE, AND CLOSE THE FILE WITH THE TRAILER
002316*  DBL100'S PRE-PASS EXPECTS.
002318*================================================================
002320    2000-GENERATE-REVERSALS.
002330        OPEN INPUT DBL-AUDIT-FILE.
002340        IF DBL95-AUD-STATUS NOT = '00'
002500        MOVE 'TRAILER ' TO DBL95-TRL-ID.
002510        MOVE DBL95-COUNT-GENERATED TO DBL95-TRL-COUNT.
002520        MOVE DBL95-HASH-TOTAL TO DBL95-TRL-HASH.
002525        MOVE DBL95-RUN-DATE TO DBL95-TRL-BUS-DATE.
002530        WRITE DBL-REVERSAL-RECORD.
002540        CLOSE DBL-REVERSAL-FILE.
002550        CLOSE DBL-AUDIT-FILE.
002870        MOVE DBL-AUD-REF-NO TO DBL95-REV-REF-NO.
002880        MOVE DBL95-WORK-AMOUNT TO DBL95-RAW-NUMBER.
002890        MOVE DBL95-RAW-OUTPUT TO DBL95-REV-QTY.
002895        MOVE SPACES TO DBL95-REV-ORIG-REF.
002900        WRITE DBL-REVERSAL-RECORD.
002910        ADD 1 TO DBL95-COUNT-GENERATED.
002920        ADD DBL95-WORK-AMOUNT TO DBL95-HASH-TOTAL.
003720        MOVE DBL95-REV-QTY TO DBL95-RAW-OUTPUT.
003730        MOVE DBL95-RAW-NUMBER TO DBL-AUD-ORIG.
003740        MOVE 0 TO DBL-AUD-DOUBLED.
003750        MOVE DBL95-RUN-DATE TO DBL-AUD-DATE.
003760        ACCEPT DBL-AUD-TIME FROM TIME.
003770        MOVE DBL95-OPERATOR-ID TO DBL-AUD-OPERATOR.
003780        MOVE 'G' TO DBL-AUD-OVERFLOW.
003785        MOVE 0 TO DBL-AUD-FACTOR.
003790        MOVE 'N' TO DBL-AUD-PROMO-RULE.
003800        WRITE DBL-AUDIT-RECORD.
003810    3100-EXIT.
003820        EXIT.
003821*================================================================
003822*  4300-WRITE-AUTH-REFUSAL - A REFUSED BACKOUT IS ITSELF
003823*  AUDITED: AN AUTHFAIL LINE WITH ZERO AMOUNTS UNDER THE
003824*  REFUSED OPERATOR'S ID, AS DBL100 WRITES ITS OWN.
003825*================================================================
003826    4300-WRITE-AUTH-REFUSAL.
003827        OPEN EXTEND DBL-AUDIT-FILE.
003828        IF DBL95-AUD-STATUS NOT = '00'
003829            DISPLAY 'FATAL - DBLAUD EXTEND FAILED, STATUS '
003830                DBL95-AUD-STATUS
003831            MOVE 16 TO RETURN-CODE
003832            STOP RUN
003833        END-IF.
003834        MOVE 'AUTHFAIL' TO DBL-AUD-ITEM.
003835        MOVE '0000' TO DBL-AUD-STORE.
003836        MOVE SPACES TO DBL-AUD-TRAN-TYPE.
003837        MOVE SPACES TO DBL-AUD-REF-NO.
003838        MOVE 0 TO DBL-AUD-ORIG.
003839        MOVE 0 TO DBL-AUD-DOUBLED.
003840        MOVE DBL95-RUN-DATE TO DBL-AUD-DATE.
003841        ACCEPT DBL-AUD-TIME FROM TIME.
003842        MOVE DBL95-OPERATOR-ID TO DBL-AUD-OPERATOR.
003843        MOVE 'N' TO DBL-AUD-OVERFLOW.
003844        MOVE 0 TO DBL-AUD-FACTOR.
003845        MOVE 'N' TO DBL-AUD-PROMO-RULE.
003847        WRITE DBL-AUDIT-RECORD.
003849        CLOSE DBL-AUDIT-FILE.
003851    4300-EXIT.
003852        EXIT.
003854*================================================================
003856*  9000-TERMINATE - TOTALS, RETURN CODE AND THE CONSOLE ECHO.
003858*  ANY AMOUNT THE INPUT PATH CANNOT CARRY ENDS THE RUN RC 8.
003860*================================================================
003870    9000-TERMINATE.
003880        MOVE SPACES TO DBL95-REPORT-LINE.
