000815*                  RECORDS SO EVERY DOWNSTREAM AMOUNT JOINS      *
000816*                  BACK TO ITS ORDER. INTERACTIVE SPOT-CHECKS    *
000817*                  RUN UNDER FIXED 'SC' KEYS.                    *
000818*  09/01/2026 RJ   REVERSAL TRANSACTIONS (TYPE RV, GENERATED BY  *
000819*                  THE DBL950 BACKOUT JOB FROM A BAD RUN'S       *
000820*                  AUDIT TRAIL) ARE NOW A VALID TYPE AND ALWAYS  *
000821*                  SCALE AT FACTOR 1.00, BYPASSING THE DBLCTL    *
000822*                  CARD AND THE DBLPFM PROMO MASTER - THEIR      *
000823*                  AMOUNTS ARE ALREADY-SCALED NEGATIONS, AND     *
000824*                  ANY OTHER FACTOR WOULD STOP THE WAREHOUSE     *
000825*                  NETTING TO ZERO.                              *
000826*  09/01/2026 RJ   THE DBLOPM OPERATOR MASTER AND THE DBLSUS     *
000827*                  SUSPENSE FILE ARE NOW INDEXED: THE STARTUP    *
000828*                  AUTHORIZATION IS ONE KEYED READ ON THE        *
000829*                  OPERATOR ID INSTEAD OF A FRONT-TO-BACK SCAN   *
000830*                  (THE MASTER GROWS WITH THE REGIONAL STORES),  *
000831*                  AND SUSPENSE ENTRIES ARE WRITTEN KEYED BY     *
000832*                  REFERENCE NUMBER SO DBL300 REPAIRS WITH ONE   *
000833*                  KEYED READ AND DELETE. A KEY-INVALID ENTRY    *
000834*                  WITH NO REFERENCE GETS A GENERATED '*'       *
000835*                  SURROGATE REFERENCE (DATE PLUS SEQUENCE) SO   *
000836*                  IT STILL KEYS UNIQUELY; A RE-SUSPEND OF THE   *
000837*                  SAME REFERENCE (FORCED RERUN) REFRESHES THE   *
000838*                  EXISTING ENTRY IN PLACE.                      *
000839*  09/01/2026 RJ   A SUCCESSFUL BATCH RUN NOW STAMPS THE SHARED  *
000840*                  DBLMAN RUN MANIFEST (PROGRAM, BUSINESS DATE,  *
000841*                  RETURN CODE, FINISH TIME, COUNT - SHARED      *
000842*                  DBLMANR LAYOUT). DBL300/400/500 REFUSE TO     *
000843*                  START WITHOUT A CLEAN PREREQUISITE ENTRY,     *
000844*                  SO A HALF-WRITTEN DBLOUT CAN NO LONGER BE     *
000845*                  BALANCED OR EXTRACTED ON SCHEDULER TRUST.     *
000846*  09/01/2026 RJ   BATCH TRANSACTION KEYS ARE NOW CROSS-CHECKED  *
000847*                  AGAINST THE DBLITM ITEM AND DBLSTM STORE      *
000848*                  REFERENCE MASTERS (SAME SHAPE AS DBLOPM,      *
000849*                  LOADED ONCE AT STARTUP - THEY CHANGE          *
000850*                  RARELY), NOT JUST FOR FORMAT. A MIS-KEYED     *
000851*                  ITEM OR STORE NOW ROUTES TO DBLSUS WITH ITS   *
000852*                  OWN REASON CODE AND IS REPAIRED BY DBL300     *
000853*                  BY REFERENCE NUMBER LIKE ANY OTHER REJECT,    *
000854*                  INSTEAD OF BOUNCING AT THE WAREHOUSE LOAD.    *
000855*                  INTERACTIVE SPOT-CHECKS RUN UNDER THE FIXED   *
000856*                  SC KEYS AND ARE NOT CROSS-CHECKED.            *
000857*  09/01/2026 RJ   THE SCALE FACTOR IS NOW RESOLVED PER          *
000858*                  TRANSACTION AGAINST THE DBLPFM PROMO FACTOR   *
000859*                  MASTER (ITEM, STORE, TRANSACTION TYPE,        *
000860*                  EFFECTIVE DATE RANGE, FACTOR; BLANK KEY       *
000861*                  FIELDS MATCH ANYTHING, THE MOST SPECIFIC      *
000862*                  ROW WINS). THE DBLCTL CARD REMAINS THE        *
000863*                  DEFAULT WHEN NO MASTER ROW MATCHES, SO ONE    *
000864*                  RUN COVERS MIXED PROMOS INSTEAD OF ONE JOB    *
000865*                  PER FACTOR. THE FACTOR ACTUALLY APPLIED NOW   *
000866*                  RIDES EVERY DBLAUD LINE AND A PER-FACTOR      *
000867*                  LINE-COUNT SECTION ON THE DBLRPT SUMMARY SO   *
000868*                  FINANCE CAN PROVE WHICH RATE EACH ORDER       *
000869*                  GOT. A MASTER FACTOR ABOVE THE SUPERVISOR    *
000870*                  THRESHOLD NEEDS LEVEL 3, SAME AS THE CARD.    *
000871*  08/22/2026 RJ   THE AUDIT AND SUSPENSE RECORD LAYOUTS MOVED   *
000872*                  TO THE SHARED DBLAUDR AND DBLSUSR COPYBOOKS   *
000873*                  SO THE NEW DBL300 SUSPENSE REPAIR PASS READS  *
000874*                  AND APPENDS THE SAME LAYOUTS THIS PROGRAM     *
000875*                  WRITES. THE SUSPENSE RECORD NOW CARRIES AN    *
000876*                  AGE-IN-RUNS COUNTER, WRITTEN HERE AS ZERO     *
000877*                  AND STEPPED BY EACH DBL300 PASS THAT CARRIES  *
000878*                  THE ENTRY FORWARD UNRESOLVED.                 *
000879*  10/15/2026 RJ   THE DBLPFM ROW LAYOUT MOVED TO THE SHARED     *
000880*                  DBLPFMR COPYBOOK SO THE DBL660 PROMO COST     *
000881*                  REPORT RE-RESOLVES EACH AUDITED CYCLE AGAINST *
000882*                  THE SAME PICTURES THIS PROGRAM PRICES WITH.   *
000883*  10/15/2026 RJ   A RETURN (RT) IS NOW SCALED AT THE FACTOR ITS *
000884*                  ORIGINAL SALE GOT, NOT TODAY'S CARD OR PROMO  *
000885*                  ROW. EVERY SCALED SA IS REGISTERED ON THE NEW *
000886*                  PERMANENT INDEXED DBLSRG SALE REGISTRY        *
000887*                  (SHARED DBLSRGR LAYOUT) WITH ITS ITEM, STORE, *
000888*                  DATE AND FACTOR, AND DBLIN WIDENS TO 44 BYTES *
000889*                  SO AN RT CARRIES THE SALE'S REFERENCE. A      *
000890*                  RETURN WHOSE SALE IS NOT REGISTERED, IS FOR A *
000891*                  DIFFERENT ITEM, OR TAKES BACK MORE THAN THE   *
000892*                  SALE HAS LEFT GOES TO DBLSUS UNDER ITS OWN    *
000893*                  REASON CODE INSTEAD OF BEING GUESSED.         *
000894*  10/15/2026 RJ   EVERY REFERENCE WRITTEN TO DBLOUT IS          *
000895*                  REGISTERED ON THE NEW INDEXED DBLREF          *
000896*                  REFERENCE REGISTRY (SHARED DBLREFR LAYOUT),   *
000897*                  AND 2200 CHECKS EACH INPUT RECORD AGAINST IT. *
000898*                  A REFERENCE ALREADY PROCESSED ON AN EARLIER   *
000899*                  DATE OR EARLIER IN THE SAME FILE GOES TO      *
000900*                  DBLSUS AS 'DUPLICATE REFERENCE' UNDER A '*'   *
000901*                  SURROGATE, THE DUPLICATED REFERENCE AS ITS    *
000902*                  VALUE, AND IS COUNTED ON DBLRPT AND IN THE    *
000903*                  CHECKPOINT. AN RV PASSES ONCE AGAINST ITS     *
000904*                  ACTIVE ORIGINAL AND FREES THE REFERENCE FOR A *
000905*                  CORRECTED RESUBMISSION; A CHECKPOINT REPLAY   *
000906*                  AND A FORCED RERUN ARE NOT DUPLICATES.        *
000907*  10/15/2026 RJ   A SCALED AMOUNT OVER ITS APPROVAL CEILING     *
000908*                  (NEW DBLLIM LIMITS FILE, PER STORE AND/OR     *
000909*                  TRANSACTION TYPE, MOST SPECIFIC ROW WINS) NOW *
000910*                  GOES TO THE NEW INDEXED DBLHLD HOLD QUEUE     *
000911*                  (SHARED DBLHLDR LAYOUT) INSTEAD OF DBLOUT,    *
000912*                  WITH AN 'H' AUDIT LINE AND A HELD STATE ON    *
000913*                  DBLREF. ITEMS A SUPERVISOR HAS APPROVED       *
000914*                  THROUGH THE NEW DBL450 RELEASE JOB ARE        *
000915*                  DELIVERED TO DBLOUT AT THE START OF THE NEXT  *
000916*                  BATCH RUN AT THE AMOUNT AND FACTOR THEY WERE  *
000917*                  HELD AT. DBLRPT AND THE CHECKPOINT CARRY THE  *
000918*                  HELD AND RELEASED COUNTS.                     *
000919*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT       *
000920*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE  *
000921*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.   *
000922*                  AUDIT AND SUSPENSE LINES ARE STAMPED WITH THE *
000923*                  BUSINESS DATE. A DBLIN TRAILER STAMPED FOR A  *
000924*                  CLOSED BUSINESS DATE, OR FOR ANY DATE BUT THE *
000925*                  OPEN ONE, IS REFUSED RC 24.                   *
000926*  10/15/2026 RJ   PARM BATCH PART=NN NOW RUNS ONE DBLPRT        *
000927*                  STORE-RANGE PARTITION OF THE NIGHT, SO THE    *
000928*                  PARTITIONS BUILT BY DBL050 CAN RUN SIDE BY    *
000929*                  SIDE. A PARTITION STEP HAS ITS OWN DBLIN,     *
000930*                  DBLOUT, DBLRPT, DBLAUD AND CHECKPOINT FILES   *
000931*                  (DBLIN01 ...), ITS OWN RUN-CONTROL ENTRY AND  *
000932*                  A DBL100NN MANIFEST STAMP, AND RELEASES ONLY  *
000933*                  THE HOLDS FOR ITS OWN STORES. THE INPUT       *
000934*                  TRAILER NOW NAMES ITS PARTITION; A MISMATCH   *
000935*                  EITHER WAY IS REFUSED RC 24. THE NEW DBL150   *
000936*                  MERGE REJOINS THE PARTITIONS FOR THE          *
000937*                  DOWNSTREAM JOBS.                              *
000938*  10/15/2026 RJ   DBLPFM PROMO ROWS MAY CARRY UP TO THREE       *
000939*                  AMOUNT TIERS WITH THEIR OWN FACTORS AND A     *
000940*                  MAXIMUM UPLIFT PER TRANSACTION; A ROW WITH A  *
000941*                  BAD TIER OR CAP IS REFUSED WITH A CONSOLE     *
000942*                  WARNING. THE ROW'S SHAPE GOES TO DBL200 WITH  *
000943*                  ITS FACTOR, AND THE RULE DBL200 APPLIED       *
000944*                  RIDES THE AUDIT LINE (DBL-AUD-PROMO-RULE)     *
000945*                  AND THE HOLD RECORD. EACH FACTOR LINE ON      *
000946*                  DBLRPT NOW ALSO COUNTS THE LINES A TIER       *
000947*                  SPLIT OR THE CAP APPLIED TO. A TIERED OR      *
000948*                  CAPPED SALE IS REGISTERED FOR ITS RETURNS AT  *
000949*                  THE RATE IT ACTUALLY GOT. TIER FACTORS COUNT  *
000950*                  TOWARD THE SUPERVISOR GATE.                   *
000951*  10/15/2026 RJ   THE DBLMAN STAMP NOW CARRIES THIS STEP'S      *
000952*                  START DATE AND TIME, AND ITS FINISH TIME IS   *
000953*                  TAKEN AS HHMMSS (IT WAS BEING CUT TO          *
000954*                  MMSSHH), FOR THE DBL980 BATCH-WINDOW STATUS   *
000955*                  BOARD.                                        *
000956*  10/15/2026 RJ   A '*' SUSPENSE SURROGATE IS NOW '*', THE      *
000957*                  BUSINESS DATE AS YYDDD AND A FOUR-DIGIT       *
000958*                  SEQUENCE CARRIED ON THE CHECKPOINT (DBLCKP    *
000959*                  70 TO 74 BYTES). A SURROGATE ALREADY ON       *
000960*                  DBLSUS STEPS THE SEQUENCE INSTEAD OF          *
000961*                  OVERLAYING THAT ENTRY; AN EXHAUSTED SEQUENCE  *
000962*                  ENDS RC 16. AN APPROVED HELD RETURN IS        *
000963*                  CHECKED AGAINST ITS SALE AGAIN AT RELEASE     *
000964*                  AND GOES TO DBLSUS AS 'RT EXCEEDS SALE LEFT'  *
000965*                  IF THE SALE NO LONGER COVERS IT.              *
000966*  10/15/2026 RJ   A TIERED DBLPFM ROW KEPT ITS LAST TIER'S      *
000967*                  FACTOR AS ITS OWN; THE TIERS ARE NOW PARSED   *
000968*                  THROUGH THEIR OWN WORK FIELD.                 *
000969*  10/15/2026 RJ   A SUSPENDED RT RESUBMITTED ON DBLIN NOW       *
000970*                  CLEARS INSTEAD OF BEING SUSPENDED AGAIN AS A  *
000971*                  DUPLICATE REFERENCE. A HOLD IS RE-QUEUED IN   *
000972*                  PLACE ONLY WHILE STILL HELD; A DECIDED OR     *
000973*                  DELIVERED DBLHLD ENTRY IS LEFT ALONE AND THE  *
000974*                  CYCLE IS SUSPENDED AS A DUPLICATE, AND THE    *
000975*                  DBLHLD UPDATE STATUS IS NOW CHECKED.          *
000976*  10/15/2026 RJ   FORCE NOW BYPASSES THE DUPLICATE-REFERENCE    *
000977*                  CHECK ONLY WHEN DBLRCT SHOWS THE INPUT WAS    *
000978*                  ALREADY PROCESSED, AS FOR THE FORCERUN AUDIT  *
000979*                  LINE. A HELD RT REFUSED ON RELEASE GOES TO    *
000980*                  DBLSUS AS 'HELD RT EXCEEDS SALE', SO DBL400   *
000981*                  CAN TELL IT FROM A RESUBMISSION OF THE SAME   *
000982*                  RETURN.                                       *
000983*--------------------------------------------------------------*
000984*
000985    ENVIRONMENT DIVISION.
000986    CONFIGURATION SECTION.
000987    SOURCE-COMPUTER. IBM-370.
000988    OBJECT-COMPUTER. IBM-370.
000989    INPUT-OUTPUT SECTION.
000990    FILE-CONTROL.
000991*       THE RUN'S OWN FILES ARE ASSIGNED THROUGH DBL-FILE-NAMES:
000992*       THE USUAL DBLIN, DBLOUT, ... NAMES, OR A PARTITION STEP'S
000993*       DBLIN01, DBLOUT01, ... (SEE 1050-SET-FILE-NAMES). EITHER
000994*       WAY THE NAME RESOLVES THROUGH THE ENVIRONMENT THE SAME WAY
000995*       A FIXED ASSIGN WOULD.
000996        SELECT DBL-INPUT-FILE ASSIGN TO DBL-IN-NAME
000997            ORGANIZATION IS LINE SEQUENTIAL
000998            FILE STATUS IS DBL-IN-STATUS.
000999        SELECT DBL-OUTPUT-FILE ASSIGN TO DBL-OUT-NAME
001000            ORGANIZATION IS LINE SEQUENTIAL
001001            FILE STATUS IS DBL-OUT-STATUS.
001002        SELECT OPTIONAL DBL-AUDIT-FILE ASSIGN TO DBL-AUD-NAME
001003            ORGANIZATION IS LINE SEQUENTIAL
001004            FILE STATUS IS DBL-AUD-STATUS.
001005        SELECT OPTIONAL DBL-SUSPENSE-FILE ASSIGN TO DBLSUS
001006            ORGANIZATION IS INDEXED
001007            ACCESS MODE IS RANDOM
001008            RECORD KEY IS DBL-SUS-REF-NO
001010            FILE STATUS IS DBL-SUS-STATUS.
001011        SELECT DBL-CONTROL-FILE ASSIGN TO DBLCTL
001012            ORGANIZATION IS LINE SEQUENTIAL
001013            FILE STATUS IS DBL-CTL-STATUS.
001014        SELECT DBL-REPORT-FILE ASSIGN TO DBL-RPT-NAME
001015            ORGANIZATION IS LINE SEQUENTIAL
001016            FILE STATUS IS DBL-RPT-STATUS.
001017        SELECT DBL-CHECKPOINT-FILE ASSIGN TO DBL-CKP-NAME
001018            ORGANIZATION IS LINE SEQUENTIAL
001019            FILE STATUS IS DBL-CKP-STATUS.
001020        SELECT DBL-CHECKPOINT-TEMP-FILE
001021            ASSIGN TO DBL-CKT-NAME
001022            ORGANIZATION IS LINE SEQUENTIAL
001023            FILE STATUS IS DBL-CKT-STATUS.
001024        SELECT DBL-OPERATOR-FILE ASSIGN TO DBLOPM
001025            ORGANIZATION IS INDEXED
001026            ACCESS MODE IS RANDOM
001027            RECORD KEY IS DBL-OPM-ID
001028            FILE STATUS IS DBL-OPM-STATUS.
001029        SELECT OPTIONAL DBL-HISTORY-FILE ASSIGN TO DBLHST
001030            ORGANIZATION IS LINE SEQUENTIAL
001031            FILE STATUS IS DBL-HST-STATUS.
001032        SELECT OPTIONAL DBL-RUN-CONTROL-FILE ASSIGN TO DBLRCT
001033            ORGANIZATION IS LINE SEQUENTIAL
001034            FILE STATUS IS DBL-RCT-STATUS.
001035        SELECT OPTIONAL DBL-PROMO-FILE ASSIGN TO DBLPFM
001036            ORGANIZATION IS LINE SEQUENTIAL
001038            FILE STATUS IS DBL-PFM-STATUS.
001039        SELECT OPTIONAL DBL-MANIFEST-FILE ASSIGN TO DBLMAN
001040            ORGANIZATION IS LINE SEQUENTIAL
001041            FILE STATUS IS DBL-MAN-STATUS.
001042        SELECT DBL-ITEM-FILE ASSIGN TO DBLITM
001043            ORGANIZATION IS LINE SEQUENTIAL
001044            FILE STATUS IS DBL-ITM-STATUS.
001045        SELECT DBL-STORE-FILE ASSIGN TO DBLSTM
001046            ORGANIZATION IS LINE SEQUENTIAL
001047            FILE STATUS IS DBL-STM-STATUS.
001048        SELECT OPTIONAL DBL-SALE-REGISTRY-FILE ASSIGN TO DBLSRG
001049            ORGANIZATION IS INDEXED
001050            ACCESS MODE IS RANDOM
001051            RECORD KEY IS DBL-SRG-REF-NO
001052            FILE STATUS IS DBL-SRG-STATUS.
001053        SELECT OPTIONAL DBL-REFERENCE-FILE ASSIGN TO DBLREF
001054            ORGANIZATION IS INDEXED
001055            ACCESS MODE IS RANDOM
001056            RECORD KEY IS DBL-REF-NO
001057            FILE STATUS IS DBL-REF-STATUS.
001058        SELECT OPTIONAL DBL-LIMIT-FILE ASSIGN TO DBLLIM
001059            ORGANIZATION IS LINE SEQUENTIAL
001060            FILE STATUS IS DBL-LIM-STATUS.
001061        SELECT OPTIONAL DBL-HOLD-FILE ASSIGN TO DBLHLD
001062            ORGANIZATION IS INDEXED
001063            ACCESS MODE IS DYNAMIC
001065            RECORD KEY IS DBL-HLD-REF-NO
001066            FILE STATUS IS DBL-HLD-STATUS.
001067        SELECT OPTIONAL DBL-PARTITION-FILE ASSIGN TO DBLPRT
001068            ORGANIZATION IS LINE SEQUENTIAL
001069            FILE STATUS IS DBL-PRT-STATUS.
001070*
001071    DATA DIVISION.
001072    FILE SECTION.
001073*--------------------------------------------------------------*
001074*  DBL-INPUT-FILE - ONE TRANSACTION PER RECORD, BATCH MODE      *
001075*  INPUT. THE KEYS (ITEM, STORE, TRANSACTION TYPE, REFERENCE    *
001076*  NUMBER) RIDE EVERY DOWNSTREAM RECORD SO A SCALED AMOUNT      *
001077*  ALWAYS JOINS BACK TO ITS ORDER. A RETURN (RT) ALSO CARRIES   *
001078*  THE REFERENCE NUMBER OF THE SALE IT RETURNS.                 *
001079*--------------------------------------------------------------*
001080    FD  DBL-INPUT-FILE
001081        RECORD CONTAINS 44 CHARACTERS.
001082    01  DBL-INPUT-RECORD.
001083        05  DBL-IN-ITEM             PIC X(08).
001084        05  DBL-IN-STORE            PIC X(04).
001085        05  DBL-IN-TRAN-TYPE        PIC X(02).
001086        05  DBL-IN-REF-NO           PIC X(10).
001087        05  DBL-IN-QTY              PIC X(10).
001088        05  DBL-IN-ORIG-REF         PIC X(10).
001089*--------------------------------------------------------------*
001090*  THE LAST RECORD OF THE FILE IS A TRAILER ('TRAILER ' IN THE  *
001091*  ITEM POSITION) CARRYING THE RECORD COUNT AND A HASH TOTAL    *
001093*  OF THE QUANTITIES. IT IS VERIFIED BY A PRE-PASS BEFORE ANY   *
001094*  RECORD IS SCALED, SO A TRUNCATED OR DOUBLED-UP FILE FROM     *
001095*  ORDER ENTRY IS REJECTED AT 06:00 INSTEAD OF UNWOUND AT       *
001096*  14:00.                                                       *
001097*--------------------------------------------------------------*
001098    01  DBL-INPUT-TRAILER REDEFINES DBL-INPUT-RECORD.
001099        05  DBL-TRL-ID              PIC X(08).
001100            88  DBL-TRL-IS-TRAILER  VALUE 'TRAILER '.
001101        05  DBL-TRL-COUNT           PIC 9(07).
001102        05  DBL-TRL-HASH            PIC S9(13)V99 SIGN LEADING
001103                                     SEPARATE.
001104        05  DBL-TRL-BUS-DATE        PIC X(08).
001105        05  DBL-TRL-BUS-DATE-N REDEFINES DBL-TRL-BUS-DATE
001106                                    PIC 9(08).
001107        05  DBL-TRL-PART            PIC X(02).
001108        05  FILLER                  PIC X(03).
001109*--------------------------------------------------------------*
001110*  DBL-OUTPUT-FILE - SCALED RESULT, ONE PER INPUT RECORD. THE    *
001111*  RECORD LAYOUT IS THE SHARED DBL1REC COPYBOOK.                *
001112*--------------------------------------------------------------*
001113    FD  DBL-OUTPUT-FILE
001114        RECORD CONTAINS 55 CHARACTERS.
001115        COPY DBL1REC.
001116*--------------------------------------------------------------*
001117*  DBL-AUDIT-FILE - ONE LINE PER CYCLE, BATCH OR INTERACTIVE    *
001118*--------------------------------------------------------------*
001120    FD  DBL-AUDIT-FILE
001130        RECORD CONTAINS 74 CHARACTERS.
001140        COPY DBLAUDR.
001230*--------------------------------------------------------------*
001240*  DBL-SUSPENSE-FILE - REJECTED ENTRIES AWAITING REPAIR. THIS   *
001244*  OPENED I-O, ENTRIES ARE WRITTEN KEYED SO THE RESIDUE DBL300  *
001246*  CARRIES FORWARD (WITH ITS AGE-IN-RUNS COUNTER) SURVIVES      *
001248*  LATER RUNS AND REPAIRS ARE ONE KEYED READ. DBL400 BALANCES   *
001249*  ONLY THE ENTRIES DATED TO THE RUN IT IS PROVING.             *
001250*--------------------------------------------------------------*
001260    FD  DBL-SUSPENSE-FILE
001270        RECORD CONTAINS 71 CHARACTERS.
001499*  JUST THE RECORDS PROCESSED AFTER THE RESTART.                *
001500*--------------------------------------------------------------*
001510    FD  DBL-CHECKPOINT-FILE
001520        RECORD CONTAINS 74 CHARACTERS.
001530    01  DBL-CHECKPOINT-RECORD.
001540        05  DBL-CKP-RECORD-COUNT      PIC 9(07).
001542        05  DBL-CKP-COUNT-PROCESSED   PIC 9(07).
001547                                       SEPARATE.
001548        05  DBL-CKP-SUM-AFTER         PIC S9(11)V99 SIGN LEADING
001549                                       SEPARATE.
001550        05  DBL-CKP-COUNT-DUPLICATE   PIC 9(07).
001551        05  DBL-CKP-COUNT-HELD        PIC 9(07).
001552        05  DBL-CKP-COUNT-RELEASED    PIC 9(07).
001553        05  DBL-CKP-SUS-GEN-SEQ       PIC 9(04).
001554*--------------------------------------------------------------*
001555*  DBL-CHECKPOINT-TEMP-FILE - THE REFRESHED CHECKPOINT IS BUILT  *
001556*  HERE FIRST AND COMPLETED (CLOSED) BEFORE IT IS RENAMED OVER   *
001557*  DBLCKP, SO AN ABEND MID-REFRESH LEAVES THE LAST GOOD          *
001558*  CHECKPOINT ON DBLCKP UNTOUCHED INSTEAD OF TRUNCATED.          *
001559*--------------------------------------------------------------*
001560    FD  DBL-CHECKPOINT-TEMP-FILE
001562        RECORD CONTAINS 74 CHARACTERS.
001564    01  DBL-CHECKPOINT-TEMP-RECORD   PIC X(74).
001565*--------------------------------------------------------------*
001566*  DBL-OPERATOR-FILE - THE OPERATOR MASTER, MAINTAINED BY       *
001567*  OPERATIONS. EVERY RUN LOOKS THE DBLOPID OPERATOR UP HERE     *
001608*  DEFAULT, THE PRE-MASTER BEHAVIOUR.                           *
001609*--------------------------------------------------------------*
001610    FD  DBL-PROMO-FILE
001611        RECORD CONTAINS 86 CHARACTERS.
001612        COPY DBLPFMR.
001622*--------------------------------------------------------------*
001623*  DBL-ITEM-FILE / DBL-STORE-FILE - THE ITEM AND STORE          *
001624*  REFERENCE MASTERS, SAME SHAPE AS THE DBLOPM OPERATOR         *
001647*  PROVE THIS STEP FINISHED BEFORE THEY TOUCH ITS OUTPUT.       *
001648*--------------------------------------------------------------*
001649    FD  DBL-MANIFEST-FILE
001650        RECORD CONTAINS 53 CHARACTERS.
001651        COPY DBLMANR.
001652*--------------------------------------------------------------*
001653*  DBL-SALE-REGISTRY-FILE - THE PERMANENT SALE REGISTRY, KEYED  *
001654*  BY THE SALE'S REFERENCE NUMBER. EVERY SCALED SA IS           *
001655*  REGISTERED WITH ITS ITEM, STORE, DATE AND FACTOR; A RETURN   *
001656*  IS PRICED FROM IT AND CHARGED AGAINST ITS RETURNED-TO-DATE.  *
001657*--------------------------------------------------------------*
001658    FD  DBL-SALE-REGISTRY-FILE
001659        RECORD CONTAINS 54 CHARACTERS.
001660        COPY DBLSRGR.
001661*--------------------------------------------------------------*
001662*  DBL-REFERENCE-FILE - THE REFERENCE REGISTRY: EVERY REFERENCE *
001663*  THAT HAS GONE TO DBLOUT, SO A RE-SENT TRANSACTION IS CAUGHT  *
001664*  ONE BY ONE EVEN WHEN ITS FILE IS NEW TO THE RUN CONTROL.     *
001665*--------------------------------------------------------------*
001666    FD  DBL-REFERENCE-FILE
001667        RECORD CONTAINS 40 CHARACTERS.
001668        COPY DBLREFR.
001669*--------------------------------------------------------------*
001670*  DBL-LIMIT-FILE - THE APPROVAL CEILINGS, MAINTAINED BY        *
001671*  FINANCE. ONE ROW PER STORE AND/OR TRANSACTION TYPE (BLANK =  *
001672*  ANY) WITH THE LARGEST SCALED AMOUNT, AS A MAGNITUDE, THAT    *
001673*  MAY GO STRAIGHT TO DBLOUT. THE CEILING IS ELEVEN DIGITS      *
001674*  WITH TWO IMPLIED DECIMALS. LOADED ONCE AT STARTUP; NO FILE   *
001675*  AT ALL MEANS NO CEILINGS AND NOTHING IS HELD.                *
001676*--------------------------------------------------------------*
001677    FD  DBL-LIMIT-FILE
001678        RECORD CONTAINS 17 CHARACTERS.
001679    01  DBL-LIMIT-RECORD.
001680        05  DBL-LIM-STORE            PIC X(04).
001681        05  DBL-LIM-TRAN-TYPE        PIC X(02).
001682        05  DBL-LIM-CEILING          PIC 9(09)V99.
001683*--------------------------------------------------------------*
001684*  DBL-HOLD-FILE - THE LARGE-AMOUNT HOLD QUEUE, KEYED BY        *
001685*  REFERENCE. AN AMOUNT OVER ITS CEILING IS WRITTEN HERE        *
001686*  INSTEAD OF TO DBLOUT; ITEMS DBL450 HAS APPROVED ARE          *
001687*  DELIVERED TO DBLOUT AT THE START OF THE NEXT BATCH RUN.      *
001688*--------------------------------------------------------------*
001689    FD  DBL-HOLD-FILE
001690        RECORD CONTAINS 113 CHARACTERS.
001691        COPY DBLHLDR.
001692*--------------------------------------------------------------*
001693*  DBL-PARTITION-FILE - THE DBLPRT PARTITION CARDS DBL050 SPLIT *
001694*  THE NIGHT BY. A PARTITION STEP (PARM BATCH PART=NN) READS    *
001695*  ITS OWN CARD FOR THE STORE RANGE ITS HOLD RELEASES COVER.    *
001696*--------------------------------------------------------------*
001697    FD  DBL-PARTITION-FILE
001698        RECORD CONTAINS 10 CHARACTERS.
001699        COPY DBLPRTR.
001700*
001701    WORKING-STORAGE SECTION.
001702*--------------------------------------------------------------*
001703*  WORKING QUANTITY AND SWITCHES                                *
001704*--------------------------------------------------------------*
001705    01  DBL-AREA.
001706        05  DBL-NUMBER               PIC S9(9)V99 SIGN LEADING
001707                                      SEPARATE VALUE 0.
001708        05  DBL-ORIGINAL-NUMBER      PIC S9(7)V99 SIGN LEADING
001709                                      SEPARATE VALUE 0.
001710        05  DBL-ORIGINAL-NUMBER-X REDEFINES DBL-ORIGINAL-NUMBER
001711                                      PIC X(10).
001712        05  DBL-FLAG                 PIC X VALUE 'N'.
001713        05  DBL-OVERFLOW             PIC 9 VALUE 0.
001714*--------------------------------------------------------------*
001715*  DBL-RAW-INPUT - THE ENTRY AS KEYED OR READ, BEFORE IT IS     *
001716*  TRUSTED TO BE A NUMBER. DBL-RAW-NUMBER REDEFINES THE SAME    *
001717*  BYTES AS A SIGNED DECIMAL SO A VALIDATED ENTRY CONVERTS      *
001718*  WITHOUT A SEPARATE MOVE OR ANY RISK OF MISALIGNING THE       *
001720*  DECIMAL POINT.                                               *
001730*--------------------------------------------------------------*
001740    01  DBL-RAW-INPUT.
001770    01  DBL-RAW-NUMBER REDEFINES DBL-RAW-INPUT
001780                                     PIC S9(7)V99 SIGN LEADING
001790                                     SEPARATE.
001791*
001792*--------------------------------------------------------------*
001794*  DBL-TRAN-KEYS - THE TRANSACTION KEYS FOR THE CURRENT CYCLE,  *
001795*  CARRIED THROUGH TO THE OUTPUT, AUDIT AND SUSPENSE RECORDS.   *
001803            88  DBL-TRAN-TYPE-VALID  VALUE 'SA' 'RT' 'PR'
001804                                           'AJ' 'SC' 'RV'.
001805        05  DBL-TRAN-REF             PIC X(10) VALUE SPACES.
001806        05  DBL-TRAN-ORIG-REF        PIC X(10) VALUE SPACES.
001807*--------------------------------------------------------------*
001808*  DBL-RETURN-PRICING - A RETURN IS SCALED AT THE FACTOR ITS    *
001809*  ORIGINAL SALE GOT, TAKEN FROM THE SALE REGISTRY, AND MAY     *
001810*  NOT TAKE BACK MORE THAN THE SALE HAS LEFT. AMOUNTS ARE       *
001811*  COMPARED AS MAGNITUDES, WHATEVER SIGN THE RETURN CARRIES.    *
001812*--------------------------------------------------------------*
001813    01  DBL-RETURN-PRICING.
001814        05  DBL-SRG-FOUND-SW         PIC X(01) VALUE 'N'.
001815            88  DBL-SRG-FOUND                   VALUE 'Y'.
001816        05  DBL-RTN-FACTOR           PIC 9(02)V99 VALUE 0.
001818        05  DBL-RTN-AMOUNT           PIC S9(7)V99 VALUE 0.
001819        05  DBL-RTN-SALE-AMOUNT      PIC S9(7)V99 VALUE 0.
001820        05  DBL-RTN-LEFT             PIC S9(8)V99 VALUE 0.
001821        05  DBL-RTN-OVER-SW          PIC X(01) VALUE 'N'.
001822            88  DBL-RTN-OVER-SALE               VALUE 'Y'.
001823*
001824    01  DBL-REF-FOUND-SW             PIC X(01) VALUE 'N'.
001825        88  DBL-REF-FOUND                       VALUE 'Y'.
001826*
001827    01  DBL-VALIDATION-SW            PIC X(01) VALUE 'N'.
001828        88  DBL-VALID-ENTRY                    VALUE 'Y'.
001830        88  DBL-INVALID-ENTRY                  VALUE 'N'.
001840*
001850    01  DBL-SUSPENSE-STAGING.
001860        05  DBL-SUS-VALUE-WS         PIC X(10) VALUE SPACES.
001870        05  DBL-SUS-REASON-WS        PIC X(20) VALUE SPACES.
001872*--------------------------------------------------------------*
001873*  DBL-SUS-GEN-AREA - THE '*' SURROGATE REFERENCE GIVEN TO A   *
001874*  KEY-INVALID ENTRY, WHICH HAS NO REFERENCE OF ITS OWN TO KEY *
001875*  THE INDEXED SUSPENSE FILE BY: '*', THE BUSINESS DATE AS     *
001876*  YYDDD AND A SEQUENCE. THE SEQUENCE RIDES THE CHECKPOINT,    *
001877*  AND A KEY ALREADY ON FILE (AN EARLIER RUN, A PARTITION      *
001878*  RUNNING ALONGSIDE) STEPS IT ON, SO A SURROGATE NEVER        *
001879*  OVERLAYS ANOTHER ENTRY.                                     *
001880*--------------------------------------------------------------*
001881    01  DBL-SUS-GEN-AREA.
001882        05  DBL-SUS-GEN-SEQ          PIC 9(04) VALUE 0.
001883        05  DBL-SUS-GEN-DAY          PIC 9(07) VALUE 0.
001884        05  DBL-SUS-GEN-DAY-X REDEFINES DBL-SUS-GEN-DAY.
001885            10  DBL-SUS-GEN-CC       PIC 9(02).
001886            10  DBL-SUS-GEN-YYDDD    PIC 9(05).
001887        05  DBL-SUS-WRITTEN-SW       PIC X(01) VALUE 'N'.
001888            88  DBL-SUS-WRITTEN                 VALUE 'Y'.
001889*
001890    01  DBL-SWITCHES.
001900        05  DBL-EOF-SW               PIC X(01) VALUE 'N'.
001910            88  DBL-EOF-YES                     VALUE 'Y'.
001950*
001960    01  DBL-PARM-AREA.
001970        05  DBL-PARM-TEXT            PIC X(80) VALUE SPACES.
001971*
001972*--------------------------------------------------------------*
001973*  DBL-PARTITION-CONTROL - PARM BATCH PART=NN RUNS THIS STEP    *
001974*  AGAINST ONE DBLPRT PARTITION OF THE NIGHT: ITS OWN DBLIN01,  *
001975*  DBLOUT01, DBLRPT01, DBLAUD01 AND CHECKPOINT, ITS OWN RUN     *
001976*  CONTROL ENTRY AND MANIFEST STAMP (DBL10001), AND ONLY THE    *
001977*  HOLD-QUEUE RELEASES FOR ITS OWN STORE RANGE. THE DBL150      *
001978*  MERGE PUTS THE PARTITIONS BACK TOGETHER FOR DBL400/DBL500.   *
001979*  NO PART= MEANS THE WHOLE NIGHT IN ONE STEP, AS BEFORE.       *
001980*--------------------------------------------------------------*
001981    01  DBL-PARTITION-CONTROL.
001982        05  DBL-PART-SW              PIC X(01) VALUE 'N'.
001983            88  DBL-PART-MODE                   VALUE 'Y'.
001984        05  DBL-PART-NO              PIC X(02) VALUE SPACES.
001985        05  DBL-PART-NO-N REDEFINES DBL-PART-NO
001986                                     PIC 9(02).
001987        05  DBL-PART-OFFSET          PIC 9(02) VALUE 0.
001988        05  DBL-PART-LOW-STORE       PIC X(04) VALUE SPACES.
001989        05  DBL-PART-HIGH-STORE      PIC X(04) VALUE SPACES.
001990        05  DBL-PRT-FOUND-SW         PIC X(01) VALUE 'N'.
001991            88  DBL-PRT-FOUND                   VALUE 'Y'.
001992        05  DBL-PRT-EOF-SW           PIC X(01) VALUE 'N'.
001993            88  DBL-PRT-EOF-YES                 VALUE 'Y'.
001994*
001995    01  DBL-FILE-NAMES.
001996        05  DBL-IN-NAME              PIC X(20) VALUE 'DBLIN'.
001997        05  DBL-OUT-NAME             PIC X(20) VALUE 'DBLOUT'.
001998        05  DBL-AUD-NAME             PIC X(20) VALUE 'DBLAUD'.
001999        05  DBL-RPT-NAME             PIC X(20) VALUE 'DBLRPT'.
002000        05  DBL-CKP-NAME             PIC X(20) VALUE 'DBLCKP'.
002001        05  DBL-CKT-NAME             PIC X(20) VALUE 'DBLCKPT'.
002002*
002003    01  DBL-OPERATOR-ID              PIC X(08) VALUE SPACES.
002004*
002005    01  DBL-RUN-DATE                 PIC 9(08) VALUE 0.
002006*
002007*--------------------------------------------------------------*
002008*  DBL-RUN-CLOCK - WHEN THIS STEP STARTED, AND THE             *
002009*  CLOCK AT THE MANIFEST STAMP. THE CLOCK READS HHMMSSHH; THE  *
002010*  STAMP KEEPS HHMMSS.                                         *
002011*--------------------------------------------------------------*
002013    01  DBL-RUN-CLOCK.
002014        05  DBL-START-DATE           PIC 9(08) VALUE 0.
002016        05  DBL-START-CLOCK          PIC 9(08) VALUE 0.
002017        05  DBL-STAMP-CLOCK          PIC 9(08) VALUE 0.
002019*
002020*--------------------------------------------------------------*
002022*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
002023*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
002025*--------------------------------------------------------------*
002026    COPY DBLDPARM.
002028*
002030    01  DBL-MULTIPLIER               PIC 9(02)V99 VALUE 2.
002032*
002034    01  DBL-WORK-MULTIPLIER          PIC 9(02)V99 VALUE 0.
002037*  DBL-CYCLE-FACTOR - THE FACTOR RESOLVED FOR THE CURRENT      *
002038*  CYCLE: THE BEST-MATCHING DBLPFM ROW, OR THE DBLCTL DEFAULT  *
002039*  WHEN NO ROW MATCHES. THIS IS THE FACTOR THAT RIDES THE      *
002040*  AUDIT LINE AND THE PER-FACTOR SUMMARY. A TIERED OR CAPPED   *
002041*  ROW ALSO SUPPLIES DBL-CYCLE-SHAPE; DBL-CYCLE-RULE IS WHAT   *
002042*  DBL200 SAYS IT APPLIED ('N' FLAT, 'T' TIER SPLIT, 'C'       *
002043*  CAPPED, 'B' BOTH).                                          *
002044*--------------------------------------------------------------*
002045    01  DBL-CYCLE-FACTOR             PIC 9(02)V99 VALUE 0.
002046    01  DBL-CYCLE-SHAPE.
002047        05  DBL-CYCLE-TIER-COUNT     PIC 9(01) VALUE 0.
002048        05  DBL-CYCLE-TIER OCCURS 3 TIMES.
002049            10  DBL-CYCLE-TIER-FROM  PIC 9(07)V99.
002050            10  DBL-CYCLE-TIER-FACTOR
002051                                     PIC 9(02)V99.
002052        05  DBL-CYCLE-CAP            PIC 9(07)V99 VALUE 0.
002053    01  DBL-CYCLE-RULE               PIC X(01) VALUE 'N'.
002054        88  DBL-CYCLE-TIERED                VALUE 'T' 'B'.
002055        88  DBL-CYCLE-CAPPED                VALUE 'C' 'B'.
002056*
002057*--------------------------------------------------------------*
002058*  DBL-PROMO-TABLE - THE DBLPFM ROWS LOADED AT STARTUP. THE    *
002059*  SPECIFICITY SCORE (ITEM 4, STORE 2, TYPE 1, BLANK 0) IS     *
002060*  COMPUTED AT LOAD TIME SO THE PER-TRANSACTION LOOKUP JUST    *
002061*  KEEPS THE HIGHEST-SCORING MATCH; A TIE GOES TO THE FIRST    *
002062*  ROW ON THE FILE, SO MARKETING'S ORDER STILL SETTLES IT.     *
002063*  EACH ROW CARRIES ITS TIERS AND UPLIFT CAP IN THE SAME SHAPE *
002064*  AS DBL-CYCLE-SHAPE, PARSED THROUGH DBL-PFM-WORK-SHAPE.      *
002065*--------------------------------------------------------------*
002066    01  DBL-PROMO-TABLE.
002067        05  DBL-PFM-COUNT            PIC S9(04) COMP VALUE 0.
002068        05  DBL-PFM-SUB              PIC S9(04) COMP VALUE 0.
002069        05  DBL-PFM-BEST-SCORE       PIC S9(04) COMP VALUE 0.
002070        05  DBL-PFM-EOF-SW           PIC X(01) VALUE 'N'.
002071            88  DBL-PFM-EOF-YES                 VALUE 'Y'.
002072        05  DBL-PFM-MAX-FACTOR       PIC 9(02)V99 VALUE 0.
002073        05  DBL-PFM-WORK-FACTOR      PIC 9(02)V99 VALUE 0.
002074        05  DBL-PFM-TIER-FACTOR      PIC 9(02)V99 VALUE 0.
002075        05  DBL-PFM-TIER-SUB         PIC S9(04) COMP VALUE 0.
002076        05  DBL-PFM-ROW-SW           PIC X(01) VALUE 'N'.
002077            88  DBL-PFM-ROW-BAD                 VALUE 'Y'.
002078        05  DBL-PFM-TIER-END-SW      PIC X(01) VALUE 'N'.
002079            88  DBL-PFM-TIERS-ENDED             VALUE 'Y'.
002080        05  DBL-PFM-WORK-SHAPE.
002081            10  DBL-PFM-WORK-TIER-COUNT
002082                                     PIC 9(01).
002083            10  DBL-PFM-WORK-TIER OCCURS 3 TIMES.
002084                15  DBL-PFM-WORK-TIER-FROM
002085                                     PIC 9(07)V99.
002086                15  DBL-PFM-WORK-TIER-FACTOR
002087                                     PIC 9(02)V99.
002088            10  DBL-PFM-WORK-CAP     PIC 9(07)V99.
002090        05  DBL-PFM-ENTRY OCCURS 200 TIMES.
002091            10  DBL-PFM-TAB-ITEM     PIC X(08).
002092            10  DBL-PFM-TAB-STORE    PIC X(04).
002093            10  DBL-PFM-TAB-TYPE     PIC X(02).
002094            10  DBL-PFM-TAB-FROM     PIC 9(08).
002095            10  DBL-PFM-TAB-TO       PIC 9(08).
002096            10  DBL-PFM-TAB-FACTOR   PIC 9(02)V99.
002097            10  DBL-PFM-TAB-SCORE    PIC S9(04) COMP.
002098            10  DBL-PFM-TAB-SHAPE.
002099                15  DBL-PFM-TAB-TIER-COUNT
002100                                     PIC 9(01).
002101                15  DBL-PFM-TAB-TIER OCCURS 3 TIMES.
002102                    20  DBL-PFM-TAB-TIER-FROM
002103                                     PIC 9(07)V99.
002104                    20  DBL-PFM-TAB-TIER-FACTOR
002105                                     PIC 9(02)V99.
002106                15  DBL-PFM-TAB-CAP  PIC 9(07)V99.
002107*
002108*--------------------------------------------------------------*
002109*  DBL-ITEM-TABLE / DBL-STORE-TABLE - THE REFERENCE MASTERS    *
002110*  LOADED AT STARTUP. ONLY ACTIVE ENTRIES MATTER TO THE        *
002111*  CROSS-CHECK, BUT INACTIVE ONES ARE KEPT SO THE SCAN'S       *
002112*  VERDICT MATCHES WHAT AN AUDITOR SEES ON THE MASTER.         *
002113*--------------------------------------------------------------*
002114    01  DBL-ITEM-TABLE.
002115        05  DBL-ITM-COUNT            PIC S9(04) COMP VALUE 0.
002116        05  DBL-ITM-SUB              PIC S9(04) COMP VALUE 0.
002117        05  DBL-ITM-FOUND-SW         PIC X(01) VALUE 'N'.
002118            88  DBL-ITM-FOUND                   VALUE 'Y'.
002119        05  DBL-ITM-EOF-SW           PIC X(01) VALUE 'N'.
002120            88  DBL-ITM-EOF-YES                 VALUE 'Y'.
002121        05  DBL-ITM-ENTRY OCCURS 500 TIMES.
002122            10  DBL-ITM-TAB-ID       PIC X(08).
002123            10  DBL-ITM-TAB-ACTIVE   PIC X(01).
002124*
002125    01  DBL-STORE-TABLE.
002126        05  DBL-STM-COUNT            PIC S9(04) COMP VALUE 0.
002127        05  DBL-STM-SUB              PIC S9(04) COMP VALUE 0.
002128        05  DBL-STM-FOUND-SW         PIC X(01) VALUE 'N'.
002129            88  DBL-STM-FOUND                   VALUE 'Y'.
002130        05  DBL-STM-EOF-SW           PIC X(01) VALUE 'N'.
002131            88  DBL-STM-EOF-YES                 VALUE 'Y'.
002132        05  DBL-STM-ENTRY OCCURS 100 TIMES.
002133            10  DBL-STM-TAB-ID       PIC X(04).
002134            10  DBL-STM-TAB-ACTIVE   PIC X(01).
002135*
002136*--------------------------------------------------------------*
002137*  DBL-LIMIT-TABLE - THE DBLLIM CEILINGS LOADED AT STARTUP.     *
002138*  THE SPECIFICITY SCORE (STORE 2, TYPE 1, BLANK 0) IS SET AT   *
002139*  LOAD TIME AND THE MOST SPECIFIC MATCHING ROW WINS, A TIE     *
002140*  GOING TO THE FIRST ROW ON THE FILE - THE SAME RULE AS THE    *
002141*  PROMO MASTER.                                                *
002142*--------------------------------------------------------------*
002143    01  DBL-LIMIT-TABLE.
002144        05  DBL-LIM-COUNT            PIC S9(04) COMP VALUE 0.
002145        05  DBL-LIM-SUB              PIC S9(04) COMP VALUE 0.
002146        05  DBL-LIM-BEST-SCORE       PIC S9(04) COMP VALUE 0.
002147        05  DBL-LIM-EOF-SW           PIC X(01) VALUE 'N'.
002148            88  DBL-LIM-EOF-YES                 VALUE 'Y'.
002149        05  DBL-LIM-ENTRY OCCURS 200 TIMES.
002150            10  DBL-LIM-TAB-STORE    PIC X(04).
002151            10  DBL-LIM-TAB-TYPE     PIC X(02).
002152            10  DBL-LIM-TAB-CEILING  PIC 9(09)V99.
002153            10  DBL-LIM-TAB-SCORE    PIC S9(04) COMP.
002154*
002155*--------------------------------------------------------------*
002156*  DBL-HOLD-CONTROL - THE CEILING CHECK FOR THE CURRENT CYCLE   *
002157*  AND THE RELEASE SWEEP'S STATE. THE SCALED AMOUNT IS          *
002158*  COMPARED AS A MAGNITUDE, SO A LARGE NEGATIVE IS HELD TOO.    *
002159*--------------------------------------------------------------*
002160    01  DBL-HOLD-CONTROL.
002161        05  DBL-HOLD-SW              PIC X(01) VALUE 'N'.
002162            88  DBL-HOLD-THIS-ITEM              VALUE 'Y'.
002163        05  DBL-HLD-EOF-SW           PIC X(01) VALUE 'N'.
002164            88  DBL-HLD-EOF-YES                 VALUE 'Y'.
002165        05  DBL-HLD-FOUND-SW         PIC X(01) VALUE 'N'.
002166            88  DBL-HLD-FOUND                   VALUE 'Y'.
002167        05  DBL-CYCLE-CEILING        PIC 9(09)V99 VALUE 0.
002168        05  DBL-HOLD-MAGNITUDE       PIC 9(09)V99 VALUE 0.
002169*
002170*--------------------------------------------------------------*
002171*  DBL-FACTOR-USAGE - ONE SLOT PER DISTINCT FACTOR APPLIED     *
002172*  THIS RUN, PRINTED ON DBLRPT SO FINANCE SEES EVERY RATE THE  *
002173*  RUN USED AND HOW MANY LINES GOT IT, AND OF THOSE HOW MANY   *
002174*  WERE SPLIT ACROSS TIERS OR CAPPED.                          *
002175*--------------------------------------------------------------*
002176    01  DBL-FACTOR-USAGE.
002177        05  DBL-FAC-COUNT            PIC S9(04) COMP VALUE 0.
002178        05  DBL-FAC-SUB              PIC S9(04) COMP VALUE 0.
002179        05  DBL-FAC-IX               PIC S9(04) COMP VALUE 0.
002180        05  DBL-FAC-ENTRY OCCURS 20 TIMES.
002181            10  DBL-FAC-FACTOR       PIC 9(02)V99.
002182            10  DBL-FAC-LINES        PIC 9(07).
002183            10  DBL-FAC-TIERED       PIC 9(07).
002184            10  DBL-FAC-CAPPED       PIC 9(07).
002185*
002186    01  DBL-FILE-STATUSES.
002187        05  DBL-CTL-STATUS           PIC X(02) VALUE SPACES.
002188        05  DBL-CKP-STATUS           PIC X(02) VALUE SPACES.
002189        05  DBL-CKT-STATUS           PIC X(02) VALUE SPACES.
002190        05  DBL-AUD-STATUS           PIC X(02) VALUE SPACES.
002191        05  DBL-SUS-STATUS           PIC X(02) VALUE SPACES.
002192        05  DBL-IN-STATUS            PIC X(02) VALUE SPACES.
002193        05  DBL-OUT-STATUS           PIC X(02) VALUE SPACES.
002194        05  DBL-RPT-STATUS           PIC X(02) VALUE SPACES.
002195        05  DBL-OPM-STATUS           PIC X(02) VALUE SPACES.
002196        05  DBL-HST-STATUS           PIC X(02) VALUE SPACES.
002197        05  DBL-RCT-STATUS           PIC X(02) VALUE SPACES.
002198        05  DBL-PFM-STATUS           PIC X(02) VALUE SPACES.
002199        05  DBL-ITM-STATUS           PIC X(02) VALUE SPACES.
002200        05  DBL-STM-STATUS           PIC X(02) VALUE SPACES.
002201        05  DBL-MAN-STATUS           PIC X(02) VALUE SPACES.
002202        05  DBL-SRG-STATUS           PIC X(02) VALUE SPACES.
002203        05  DBL-REF-STATUS           PIC X(02) VALUE SPACES.
002204        05  DBL-LIM-STATUS           PIC X(02) VALUE SPACES.
002205        05  DBL-HLD-STATUS           PIC X(02) VALUE SPACES.
002206        05  DBL-PRT-STATUS           PIC X(02) VALUE SPACES.
002207*
002208*--------------------------------------------------------------*
002209*  DBL-OPERATOR-AUTH - WHAT THE MASTER SAYS ABOUT THE DBLOPID  *
002210*  OPERATOR. ENFORCED ONCE THE AUDIT FILE IS OPEN SO EVERY     *
002211*  REFUSAL LEAVES AN AUDIT LINE.                               *
002212*--------------------------------------------------------------*
002213    01  DBL-OPERATOR-AUTH.
002214        05  DBL-OPR-FOUND-SW         PIC X(01) VALUE 'N'.
002215            88  DBL-OPR-FOUND                   VALUE 'Y'.
002216        05  DBL-OPR-ACTIVE           PIC X(01) VALUE 'N'.
002217        05  DBL-OPR-AUTHORITY        PIC 9(01) VALUE 0.
002218        05  DBL-OPR-NAME             PIC X(20) VALUE SPACES.
002219*--------------------------------------------------------------*
002220*  DBL-SUPV-THRESHOLD - A MULTIPLIER ABOVE THIS ON THE DBLCTL  *
002221*  CARD NEEDS SUPERVISOR (LEVEL 3) AUTHORITY TO RUN.           *
002222*--------------------------------------------------------------*
002223    01  DBL-SUPV-THRESHOLD           PIC 9(02)V99 VALUE 3.00.
002224*
002225*--------------------------------------------------------------*
002226*  DBL-RUN-CONTROL-AREA - THE GUARD CHECK'S WORKING STATE. THE  *
002227*  FORCE SWITCH COMES OFF THE COMMAND LINE (PARM BATCH FORCE)   *
002228*  AND EVERY FORCED RERUN IS WRITTEN TO DBLAUD.                 *
002229*--------------------------------------------------------------*
002230    01  DBL-RUN-CONTROL-AREA.
002231        05  DBL-RCT-EOF-SW           PIC X(01) VALUE 'N'.
002232            88  DBL-RCT-EOF-YES                 VALUE 'Y'.
002233        05  DBL-RCT-MATCH-SW         PIC X(01) VALUE 'N'.
002234            88  DBL-RCT-MATCHED                 VALUE 'Y'.
002235        05  DBL-RCT-MATCH-DATE       PIC 9(08) VALUE 0.
002236        05  DBL-FORCE-SW             PIC X(01) VALUE 'N'.
002237            88  DBL-FORCE-RERUN                 VALUE 'Y'.
002238        05  DBL-FORCE-TALLY          PIC 9(02) VALUE 0.
002240*--------------------------------------------------------------*
002241*  DBL-TRAILER-CONTROL - WHAT THE PRE-PASS COUNTED AND HASHED   *
002242*  VERSUS WHAT THE TRAILER CLAIMS. A MISMATCH ABENDS THE RUN    *
002243*  BEFORE A SINGLE RECORD IS SCALED.                            *
002244*--------------------------------------------------------------*
002245    01  DBL-TRAILER-CONTROL.
002246        05  DBL-TRL-FOUND-SW         PIC X(01) VALUE 'N'.
002247            88  DBL-TRL-FOUND                   VALUE 'Y'.
002248        05  DBL-PREPASS-COUNT        PIC 9(07) VALUE 0.
002249        05  DBL-PREPASS-HASH         PIC S9(13)V99 SIGN LEADING
002250                                      SEPARATE VALUE 0.
002251        05  DBL-TRL-EXP-COUNT        PIC 9(07) VALUE 0.
002252        05  DBL-TRL-EXP-HASH         PIC S9(13)V99 SIGN LEADING
002253                                      SEPARATE VALUE 0.
002254        05  DBL-TRL-EXP-DATE         PIC 9(08) VALUE 0.
002255        05  DBL-TRL-EXP-PART         PIC X(02) VALUE SPACES.
002256*
002257    01  DBL-CHECKPOINT-CONTROL.
002258        05  DBL-CKP-INTERVAL         PIC 9(05) VALUE 50.
002259        05  DBL-RECORD-NUMBER        PIC 9(07) VALUE 0.
002260        05  DBL-RESTART-COUNT        PIC 9(07) VALUE 0.
002261        05  DBL-CKP-QUOTIENT         PIC 9(07) VALUE 0.
002262        05  DBL-CKP-REMAINDER        PIC 9(05) VALUE 0.
002263*
002264*--------------------------------------------------------------*
002265*  DBL-CKP-RENAME-AREA - RESOLVES DBLCKPT/DBLCKP THE SAME WAY    *
002266*  GNUCOBOL'S OWN FILE ASSIGNMENT DOES (ENVIRONMENT VARIABLE IF  *
002267*  SET, ELSE THE LOGICAL NAME ITSELF), SO CBL_RENAME_FILE        *
002268*  RENAMES THE SAME PHYSICAL FILE THE ASSIGN CLAUSES OPEN.       *
002269*--------------------------------------------------------------*
002270    01  DBL-CKP-RENAME-AREA.
002271        05  DBL-CKP-OLD-NAME         PIC X(20) VALUE SPACES.
002272        05  DBL-CKP-NEW-NAME         PIC X(20) VALUE SPACES.
002273        05  DBL-CKP-RENAME-RC        PIC S9(9) COMP-5 VALUE 0.
002274*--------------------------------------------------------------*
002275*  LS-DBL200-PARMS - SHARED WITH DBL200'S OWN LINKAGE SECTION    *
002276*  VIA THE DBL2PARM COPYBOOK SO THE CALL PARAMETERS CANNOT      *
002277*  DRIFT OUT OF SYNC BETWEEN CALLER AND CALLED PROGRAM.         *
002278*--------------------------------------------------------------*
002279    COPY DBL2PARM.
002280*
002281    01  DBL-SUMMARY-COUNTERS.
002282        05  DBL-COUNT-PROCESSED      PIC 9(07) VALUE 0.
002283        05  DBL-COUNT-OVERFLOW       PIC 9(07) VALUE 0.
002284        05  DBL-COUNT-DUPLICATE      PIC 9(07) VALUE 0.
002285        05  DBL-COUNT-HELD           PIC 9(07) VALUE 0.
002286        05  DBL-COUNT-RELEASED       PIC 9(07) VALUE 0.
002287        05  DBL-SUM-BEFORE           PIC S9(11)V99 SIGN LEADING
002288                                      SEPARATE VALUE 0.
002290        05  DBL-SUM-AFTER            PIC S9(11)V99 SIGN LEADING
002300                                      SEPARATE VALUE 0.
002310*--------------------------------------------------------------*
002467*       CAN EVER AGE TO ESCALATION. I-O KEEPS THE EXISTING
002468*       ENTRIES AND LETS NEW ONES WRITE KEYED.
002469        OPEN I-O DBL-SUSPENSE-FILE.
002482        PERFORM 1400-CHECK-AUDIT-OPENS THRU 1400-EXIT.
002496        IF DBL-RCT-MATCHED AND DBL-FORCE-RERUN
002509            PERFORM 4310-WRITE-FORCE-AUDIT THRU 4310-EXIT
002523        END-IF.
002536        IF DBL-MODE-BATCH
002550            PERFORM 2000-BATCH-PROCESS THRU 2000-EXIT
002560        ELSE
002570            PERFORM 3000-INTERACTIVE-PROCESS THRU 3000-EXIT
002650*  RUN WITH PARM "BATCH" FOR FILE MODE, OMIT FOR THE INTERACTIVE
002660*  FALLBACK USED FOR SPOT-CHECKS.
002670*================================================================
002673    1000-INITIALIZE.
002676        ACCEPT DBL-START-DATE FROM DATE YYYYMMDD.
002680        ACCEPT DBL-START-CLOCK FROM TIME.
002681        CALL 'DBL010' USING LS-DBL010-PARMS.
002682        IF NOT LS-DBL010-DATE-OK
002683            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
002684            MOVE 16 TO RETURN-CODE
002685            STOP RUN
002686        END-IF.
002687        MOVE LS-DBL010-BUS-DATE TO DBL-RUN-DATE.
002688        COMPUTE DBL-SUS-GEN-DAY = FUNCTION DAY-OF-INTEGER
002690            (FUNCTION INTEGER-OF-DATE (DBL-RUN-DATE)).
002700        ACCEPT DBL-PARM-TEXT FROM COMMAND-LINE.
002710        IF DBL-PARM-TEXT (1:5) = 'BATCH'
002720            MOVE 'B' TO DBL-MODE-SW
002752        INSPECT DBL-PARM-TEXT TALLYING DBL-FORCE-TALLY
002754            FOR ALL 'FORCE'.
002756        IF DBL-FORCE-TALLY > 0
002757            MOVE 'Y' TO DBL-FORCE-SW
002758        END-IF.
002759        PERFORM 1050-SET-FILE-NAMES THRU 1050-EXIT.
002760        ACCEPT DBL-OPERATOR-ID FROM ENVIRONMENT "DBLOPID".
002770        IF DBL-OPERATOR-ID = SPACES
002780            MOVE 'UNKNOWN ' TO DBL-OPERATOR-ID
002805        PERFORM 1500-LOAD-PROMO-MASTER THRU 1500-EXIT.
002806        PERFORM 1600-LOAD-ITEM-MASTER THRU 1600-EXIT.
002807        PERFORM 1700-LOAD-STORE-MASTER THRU 1700-EXIT.
002808        PERFORM 1800-LOAD-LIMITS THRU 1800-EXIT.
002809        IF DBL-PART-MODE
002811            PERFORM 1900-READ-PARTITION-CARD THRU 1900-EXIT
002814        END-IF.
002817        PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.
002820    1000-EXIT.
002830        EXIT.
002831*================================================================
002832*  1050-SET-FILE-NAMES - PARM BATCH PART=NN MAKES THIS STEP ONE
002833*  PARTITION OF A PARTITIONED NIGHT. NN MUST BE 01-20 AND ONLY
002834*  A BATCH RUN CAN BE A PARTITION. THE STEP'S OWN FILES TAKE THE
002835*  PARTITION NUMBER (DBLIN01, DBLOUT01, DBLRPT01, DBLAUD01,
002836*  DBLCKP01 AND DBLCKT01 FOR THE CHECKPOINT REFRESH) SO THE
002837*  PARTITIONS CAN RUN SIDE BY SIDE. SET BEFORE ANY FILE OPENS.
002838*================================================================
002839    1050-SET-FILE-NAMES.
002840        INSPECT DBL-PARM-TEXT TALLYING DBL-PART-OFFSET
002841            FOR CHARACTERS BEFORE INITIAL 'PART='.
002842        IF DBL-PART-OFFSET > 74
002843            GO TO 1050-EXIT
002844        END-IF.
002845        MOVE DBL-PARM-TEXT (DBL-PART-OFFSET + 6:2) TO DBL-PART-NO.
002846        IF DBL-PART-NO IS NOT NUMERIC
002847                OR DBL-PART-NO-N < 1
002848                OR DBL-PART-NO-N > 20
002849            DISPLAY 'FATAL - PARM PART=' DBL-PART-NO
002850                ' IS NOT A PARTITION 01-20'
002851            MOVE 16 TO RETURN-CODE
002852            STOP RUN
002853        END-IF.
002854        IF NOT DBL-MODE-BATCH
002855            DISPLAY 'FATAL - PARM PART= NEEDS A BATCH RUN'
002856            MOVE 16 TO RETURN-CODE
002857            STOP RUN
002858        END-IF.
002859        MOVE 'Y' TO DBL-PART-SW.
002860        MOVE SPACES TO DBL-FILE-NAMES.
002861        STRING 'DBLIN' DBL-PART-NO DELIMITED BY SIZE
002862            INTO DBL-IN-NAME.
002863        STRING 'DBLOUT' DBL-PART-NO DELIMITED BY SIZE
002864            INTO DBL-OUT-NAME.
002865        STRING 'DBLAUD' DBL-PART-NO DELIMITED BY SIZE
002866            INTO DBL-AUD-NAME.
002867        STRING 'DBLRPT' DBL-PART-NO DELIMITED BY SIZE
002868            INTO DBL-RPT-NAME.
002869        STRING 'DBLCKP' DBL-PART-NO DELIMITED BY SIZE
002870            INTO DBL-CKP-NAME.
002871        STRING 'DBLCKT' DBL-PART-NO DELIMITED BY SIZE
002872            INTO DBL-CKT-NAME.
002873    1050-EXIT.
002874        EXIT.
002875*================================================================
002876*  1100-READ-CONTROL-CARD - PICK UP THE SCALE FACTOR FOR THIS
002877*  RUN. IF NO CONTROL CARD IS PRESENT THE DEFAULT OF 2 (DOUBLE)
002878*  STANDS, MATCHING THE PROGRAM'S ORIGINAL BEHAVIOR.
002880*================================================================
002890    1100-READ-CONTROL-CARD.
002900        OPEN INPUT DBL-CONTROL-FILE.
002940                    CONTINUE
002950            END-READ
002955            PERFORM 1150-PARSE-MULTIPLIER THRU 1150-EXIT
002956            CLOSE DBL-CONTROL-FILE
002957        END-IF.
002958    1100-EXIT.
002959        EXIT.
002960*================================================================
002961*  1150-PARSE-MULTIPLIER - THE CARD CARRIES A TWO-DECIMAL
002962*  FACTOR (01.50). A LEGACY TWO-DIGIT CARD READS IN WITH
002963*  SPACES AFTER THE WHOLE PART AND IS HONOURED AS A WHOLE
002964*  FACTOR. A CARD THAT PARSES TO ZERO OR GARBAGE LEAVES THE
002965*  DEFAULT OF 2 (DOUBLE) STANDING.
002966*================================================================
002967    1150-PARSE-MULTIPLIER.
002969        IF DBL-CTL-MULT-WHOLE IS NOT NUMERIC
002970            GO TO 1150-EXIT
002971        END-IF.
002972        IF DBL-CTL-DECIMAL-PT = '.'
002973                AND DBL-CTL-MULT-FRAC IS NUMERIC
002974            COMPUTE DBL-WORK-MULTIPLIER =
002975                DBL-CTL-MULT-WHOLE
002976                + (DBL-CTL-MULT-FRAC / 100)
002977        ELSE
002978            MOVE DBL-CTL-MULT-WHOLE TO DBL-WORK-MULTIPLIER
002979        END-IF.
002980        IF DBL-WORK-MULTIPLIER > 0
002981            MOVE DBL-WORK-MULTIPLIER TO DBL-MULTIPLIER
002983        END-IF.
002984    1150-EXIT.
002985        EXIT.
002986*================================================================
002987*  1200-READ-CHECKPOINT - IF A CHECKPOINT FROM AN ABENDED RUN
002988*  EXISTS, PICK UP THE RESTART POINT SO BATCH MODE CAN SKIP
002989*  PAST THE RECORDS ALREADY WRITTEN.
002990*================================================================
002991    1200-READ-CHECKPOINT.
002992        OPEN INPUT DBL-CHECKPOINT-FILE.
002993        IF DBL-CKP-STATUS = '00'
002994            MOVE 'N' TO DBL-CKP-FOUND-SW
002996            READ DBL-CHECKPOINT-FILE
002997                AT END
002998                    CONTINUE
002999                NOT AT END
003000                    MOVE 'Y' TO DBL-CKP-FOUND-SW
003001            END-READ
003002            IF DBL-CKP-FOUND
003003               MOVE DBL-CKP-RECORD-COUNT TO DBL-RESTART-COUNT
003004               MOVE DBL-CKP-COUNT-PROCESSED TO DBL-COUNT-PROCESSED
003005               MOVE DBL-CKP-COUNT-OVERFLOW TO DBL-COUNT-OVERFLOW
003006               MOVE DBL-CKP-SUM-BEFORE TO DBL-SUM-BEFORE
003007               MOVE DBL-CKP-SUM-AFTER TO DBL-SUM-AFTER
003008               IF DBL-CKP-COUNT-DUPLICATE IS NUMERIC
003010                  MOVE DBL-CKP-COUNT-DUPLICATE
003011                      TO DBL-COUNT-DUPLICATE
003012               END-IF
003013               IF DBL-CKP-COUNT-HELD IS NUMERIC
003014                  MOVE DBL-CKP-COUNT-HELD TO DBL-COUNT-HELD
003015               END-IF
003016               IF DBL-CKP-COUNT-RELEASED IS NUMERIC
003017                  MOVE DBL-CKP-COUNT-RELEASED
003018                      TO DBL-COUNT-RELEASED
003019               END-IF
003020               IF DBL-CKP-SUS-GEN-SEQ IS NUMERIC
003021                  MOVE DBL-CKP-SUS-GEN-SEQ TO DBL-SUS-GEN-SEQ
003022               END-IF
003024            END-IF
003025            CLOSE DBL-CHECKPOINT-FILE
003026        END-IF.
003027    1200-EXIT.
003028        EXIT.
003029*================================================================
003030*  1300-READ-OPERATOR-MASTER - LOOK THE DBLOPID OPERATOR UP ON
003031*  THE DBLOPM MASTER WITH ONE KEYED READ - THE MASTER IS
003032*  INDEXED BY OPERATOR ID, SO THE LOOKUP NO LONGER GROWS WITH
003033*  THE REGIONAL STORES. THE MASTER IS REQUIRED: A RUN WITHOUT
003034*  IT WOULD BE BACK TO TRUSTING WHATEVER DBLOPID SAYS.
003035*================================================================
003037    1300-READ-OPERATOR-MASTER.
003038        OPEN INPUT DBL-OPERATOR-FILE.
003039        IF DBL-OPM-STATUS NOT = '00'
003040            DISPLAY 'FATAL - DBLOPM OPEN FAILED, STATUS '
003041                DBL-OPM-STATUS
003042            MOVE 16 TO RETURN-CODE
003043            STOP RUN
003044        END-IF.
003045        MOVE DBL-OPERATOR-ID TO DBL-OPM-ID.
003046        READ DBL-OPERATOR-FILE
003047            INVALID KEY
003048                MOVE 'N' TO DBL-OPR-FOUND-SW
003049            NOT INVALID KEY
003051                MOVE 'Y' TO DBL-OPR-FOUND-SW
003052                MOVE DBL-OPM-ACTIVE TO DBL-OPR-ACTIVE
003053                MOVE DBL-OPM-AUTHORITY TO DBL-OPR-AUTHORITY
003054                MOVE DBL-OPM-NAME TO DBL-OPR-NAME
003055        END-READ.
003056        CLOSE DBL-OPERATOR-FILE.
003057    1300-EXIT.
003058        EXIT.
003059*================================================================
003060*  1400-CHECK-AUDIT-OPENS - THE AUDIT AND SUSPENSE FILES CARRY
003061*  A DOLLAR-IMPACTING RECORD OF THE RUN. IF EITHER FAILED TO
003062*  OPEN THE RUN IS NOT ALLOWED TO CONTINUE WRITING AGAINST IT.
003064*================================================================
003065    1400-CHECK-AUDIT-OPENS.
003066*       STATUS 05 IS A SUCCESSFUL OPEN OF AN OPTIONAL FILE
003067*       THAT DID NOT YET EXIST (FIRST RUN EVER).
003068        IF DBL-AUD-STATUS NOT = '00' AND DBL-AUD-STATUS NOT = '05'
003069            DISPLAY 'FATAL - DBLAUD OPEN FAILED, STATUS '
003070                DBL-AUD-STATUS
003071            MOVE 16 TO RETURN-CODE
003072            STOP RUN
003073        END-IF.
003074        IF DBL-SUS-STATUS NOT = '00' AND DBL-SUS-STATUS NOT = '05'
003075            DISPLAY 'FATAL - DBLSUS OPEN FAILED, STATUS '
003076                DBL-SUS-STATUS
003078            MOVE 16 TO RETURN-CODE
003079            STOP RUN
003080        END-IF.
003081    1400-EXIT.
003082        EXIT.
003083*================================================================
003084*  1450-ENFORCE-AUTHORITY - THE MASTER'S VERDICT, ENFORCED
003085*  ONCE THE AUDIT FILE IS OPEN SO EVERY REFUSAL LEAVES AN
003086*  AUDIT LINE. UNKNOWN OR INACTIVE IDS ARE REFUSED OUTRIGHT,
003087*  INTERACTIVE MODE NEEDS LEVEL 2, AND A MULTIPLIER ABOVE THE
003088*  SUPERVISOR THRESHOLD NEEDS LEVEL 3. REFUSALS END THE RUN
003089*  WITH RC 12 SO THE SCHEDULER CAN TELL THEM FROM FILE ABENDS.
003090*================================================================
003092    1450-ENFORCE-AUTHORITY.
003093        IF NOT DBL-OPR-FOUND OR DBL-OPR-ACTIVE NOT = 'Y'
003094            PERFORM 4300-WRITE-AUTH-REFUSAL THRU 4300-EXIT
003095            DISPLAY 'OPERATOR ' DBL-OPERATOR-ID
003096                ' UNKNOWN OR INACTIVE - RUN REFUSED'
003097            PERFORM 1460-REFUSE-RUN THRU 1460-EXIT
003098        END-IF.
003099        IF DBL-MODE-INTERACTIVE AND DBL-OPR-AUTHORITY < 2
003100            PERFORM 4300-WRITE-AUTH-REFUSAL THRU 4300-EXIT
003101            DISPLAY 'OPERATOR ' DBL-OPERATOR-ID
003102                ' LACKS AUTHORITY FOR INTERACTIVE MODE'
003103            PERFORM 1460-REFUSE-RUN THRU 1460-EXIT
003105        END-IF.
003106*       THE PROMO MASTER CAN RAISE A FACTOR PAST THE CARD, SO
003107*       THE SUPERVISOR GATE COVERS THE BIGGEST FACTOR ANY
003108*       TRANSACTION COULD ACTUALLY RECEIVE THIS RUN.
003109        IF (DBL-MULTIPLIER > DBL-SUPV-THRESHOLD
003110                OR DBL-PFM-MAX-FACTOR > DBL-SUPV-THRESHOLD)
003111                AND DBL-OPR-AUTHORITY < 3
003112            PERFORM 4300-WRITE-AUTH-REFUSAL THRU 4300-EXIT
003113            DISPLAY 'MULTIPLIER ABOVE THRESHOLD NEEDS '
003114                'SUPERVISOR - RUN REFUSED FOR '
003115                DBL-OPERATOR-ID
003116            PERFORM 1460-REFUSE-RUN THRU 1460-EXIT
003117        END-IF.
003119    1450-EXIT.
003120        EXIT.
003121*
003122    1460-REFUSE-RUN.
003123        MOVE 12 TO RETURN-CODE.
003124        STOP RUN.
003125    1460-EXIT.
003126        EXIT.
003127*================================================================
003128*  1500-LOAD-PROMO-MASTER - LOAD THE DBLPFM PROMO FACTOR ROWS
003129*  INTO THE TABLE. THE MASTER IS OPTIONAL: NO FILE MEANS EVERY
003130*  TRANSACTION SCALES AT THE DBLCTL DEFAULT. THE MASTERS CHANGE
003132*  RARELY, SO ONE LOAD AT STARTUP COVERS THE WHOLE RUN.
003133*================================================================
003134    1500-LOAD-PROMO-MASTER.
003135        OPEN INPUT DBL-PROMO-FILE.
003136        IF DBL-PFM-STATUS NOT = '00'
003137            GO TO 1500-EXIT
003138        END-IF.
003139        PERFORM 1510-READ-PROMO-ROW THRU 1510-EXIT
003140            UNTIL DBL-PFM-EOF-YES.
003141        CLOSE DBL-PROMO-FILE.
003142    1500-EXIT.
003143        EXIT.
003144*================================================================
003146*  1510-READ-PROMO-ROW - ONE DBLPFM ROW. THE FACTOR PARSES BY
003147*  THE SAME RULES AS THE DBLCTL CARD (99.99, OR A LEGACY WHOLE
003148*  99); A ROW THAT PARSES TO ZERO OR GARBAGE IS REFUSED WITH A
003149*  CONSOLE WARNING SO MARKETING HEARS ABOUT IT TODAY. THE
003150*  SPECIFICITY SCORE AND THE RUN'S BIGGEST POSSIBLE FACTOR ARE
003151*  SETTLED HERE SO THE PER-CYCLE LOOKUP STAYS A PLAIN SCAN.
003152*  THE TIERS AND THE UPLIFT CAP ARE CHECKED BY 1520; A ROW WITH
003153*  A BAD ONE IS REFUSED WHOLE, NOT RUN AS A FLAT FACTOR.
003154*================================================================
003155    1510-READ-PROMO-ROW.
003156        READ DBL-PROMO-FILE
003157            AT END
003158                MOVE 'Y' TO DBL-PFM-EOF-SW
003160                GO TO 1510-EXIT
003161        END-READ.
003162        MOVE 0 TO DBL-PFM-WORK-FACTOR.
003163        IF DBL-PFM-FACT-WHOLE IS NUMERIC
003164            IF DBL-PFM-FACT-POINT = '.'
003165                    AND DBL-PFM-FACT-FRAC IS NUMERIC
003166                COMPUTE DBL-PFM-WORK-FACTOR =
003167                    DBL-PFM-FACT-WHOLE
003168                    + (DBL-PFM-FACT-FRAC / 100)
003169            ELSE
003170                MOVE DBL-PFM-FACT-WHOLE TO DBL-PFM-WORK-FACTOR
003171            END-IF
003173        END-IF.
003174        IF DBL-PFM-WORK-FACTOR = 0
003175            DISPLAY 'DBLPFM ROW WITH BAD FACTOR IGNORED: '
003176                DBL-PROMO-RECORD
003177            GO TO 1510-EXIT
003178        END-IF.
003179        PERFORM 1520-PARSE-PROMO-SHAPE THRU 1520-EXIT.
003180        IF DBL-PFM-ROW-BAD
003181            DISPLAY 'DBLPFM ROW WITH BAD TIER OR CAP IGNORED: '
003182                DBL-PROMO-RECORD
003183            GO TO 1510-EXIT
003184        END-IF.
003185        IF DBL-PFM-COUNT >= 200
003187            DISPLAY 'FATAL - DBLPFM EXCEEDS 200 ROWS'
003188            MOVE 16 TO RETURN-CODE
003189            STOP RUN
003190        END-IF.
003191        ADD 1 TO DBL-PFM-COUNT.
003192        MOVE DBL-PFM-ITEM TO DBL-PFM-TAB-ITEM (DBL-PFM-COUNT).
003193        MOVE DBL-PFM-STORE TO DBL-PFM-TAB-STORE (DBL-PFM-COUNT).
003194        MOVE DBL-PFM-TRAN-TYPE
003195            TO DBL-PFM-TAB-TYPE (DBL-PFM-COUNT).
003196        IF DBL-PFM-EFF-FROM IS NUMERIC
003197            MOVE DBL-PFM-EFF-FROM TO DBL-PFM-TAB-FROM
003198                (DBL-PFM-COUNT)
003200        ELSE
003201            MOVE 0 TO DBL-PFM-TAB-FROM (DBL-PFM-COUNT)
003202        END-IF.
003203*       AN OPEN-ENDED PROMO LEAVES THE TO-DATE ZERO OR BLANK.
003204        IF DBL-PFM-EFF-TO IS NUMERIC AND DBL-PFM-EFF-TO > 0
003205            MOVE DBL-PFM-EFF-TO TO DBL-PFM-TAB-TO (DBL-PFM-COUNT)
003206        ELSE
003207            MOVE 99999999 TO DBL-PFM-TAB-TO (DBL-PFM-COUNT)
003208        END-IF.
003209        MOVE DBL-PFM-WORK-FACTOR
003210            TO DBL-PFM-TAB-FACTOR (DBL-PFM-COUNT).
003211        MOVE DBL-PFM-WORK-SHAPE
003212            TO DBL-PFM-TAB-SHAPE (DBL-PFM-COUNT).
003214        MOVE 0 TO DBL-PFM-TAB-SCORE (DBL-PFM-COUNT).
003215        IF DBL-PFM-ITEM NOT = SPACES
003216            ADD 4 TO DBL-PFM-TAB-SCORE (DBL-PFM-COUNT)
003217        END-IF.
003218        IF DBL-PFM-STORE NOT = SPACES
003219            ADD 2 TO DBL-PFM-TAB-SCORE (DBL-PFM-COUNT)
003220        END-IF.
003221        IF DBL-PFM-TRAN-TYPE NOT = SPACES
003222            ADD 1 TO DBL-PFM-TAB-SCORE (DBL-PFM-COUNT)
003223        END-IF.
003224        IF DBL-PFM-WORK-FACTOR > DBL-PFM-MAX-FACTOR
003225            MOVE DBL-PFM-WORK-FACTOR TO DBL-PFM-MAX-FACTOR
003226        END-IF.
003228        PERFORM 1540-ROLL-TIER-MAXIMUM THRU 1540-EXIT
003229            VARYING DBL-PFM-TIER-SUB FROM 1 BY 1
003230            UNTIL DBL-PFM-TIER-SUB > DBL-PFM-WORK-TIER-COUNT.
003231    1510-EXIT.
003232        EXIT.
003233*================================================================
003234*  1520-PARSE-PROMO-SHAPE - THE ROW'S TIERS AND UPLIFT CAP. A
003235*  TIER IS A 9(07)V99 FROM-AMOUNT AND A FACTOR IN THE SAME
003236*  99.99 FORMAT AS THE ROW'S OWN; THE TIERS RUN IN ASCENDING
003237*  FROM-AMOUNT ORDER AND THE FIRST BLANK ONE ENDS THEM. THE CAP
003238*  IS A 9(07)V99 MAXIMUM UPLIFT; BLANK OR ZERO MEANS NONE. A
003239*  ROW WRITTEN BEFORE TIERS EXISTED READS BLANK HERE AND STAYS
003241*  A FLAT FACTOR.
003242*================================================================
003243    1520-PARSE-PROMO-SHAPE.
003244        MOVE 'N' TO DBL-PFM-ROW-SW.
003245        MOVE 'N' TO DBL-PFM-TIER-END-SW.
003246        MOVE 0 TO DBL-PFM-WORK-TIER-COUNT.
003247        MOVE 0 TO DBL-PFM-WORK-CAP.
003248        PERFORM 1530-PARSE-ONE-TIER THRU 1530-EXIT
003249            VARYING DBL-PFM-TIER-SUB FROM 1 BY 1
003250            UNTIL DBL-PFM-TIER-SUB > 3
003251                OR DBL-PFM-ROW-BAD.
003252        IF DBL-PFM-ROW-BAD
003253            GO TO 1520-EXIT
003255        END-IF.
003256        IF DBL-PFM-MAX-UPLIFT-X = SPACES
003257            GO TO 1520-EXIT
003258        END-IF.
003259        IF DBL-PFM-MAX-UPLIFT IS NUMERIC
003260            MOVE DBL-PFM-MAX-UPLIFT TO DBL-PFM-WORK-CAP
003261        ELSE
003262            MOVE 'Y' TO DBL-PFM-ROW-SW
003263        END-IF.
003264    1520-EXIT.
003265        EXIT.
003266*
003268    1530-PARSE-ONE-TIER.
003269        IF DBL-PFM-TIER (DBL-PFM-TIER-SUB) = SPACES
003270            MOVE 'Y' TO DBL-PFM-TIER-END-SW
003271            GO TO 1530-EXIT
003272        END-IF.
003273*       A TIER AFTER THE BLANK ONE THAT ENDED THE LIST IS A
003274*       KEYING SLIP, NOT A TIER TO DROP QUIETLY.
003275        IF DBL-PFM-TIERS-ENDED
003276                OR DBL-PFM-TIER-FROM (DBL-PFM-TIER-SUB)
003277                    IS NOT NUMERIC
003278            MOVE 'Y' TO DBL-PFM-ROW-SW
003279            GO TO 1530-EXIT
003280        END-IF.
003282*       THE TIER'S FACTOR IS PARSED APART FROM THE ROW'S OWN,
003283*       WHICH 1510 STILL HAS TO STORE.
003284        MOVE 0 TO DBL-PFM-TIER-FACTOR.
003285        IF DBL-PFM-TIER-WHOLE (DBL-PFM-TIER-SUB) IS NUMERIC
003286            IF DBL-PFM-TIER-POINT (DBL-PFM-TIER-SUB) = '.'
003287                    AND DBL-PFM-TIER-FRAC (DBL-PFM-TIER-SUB)
003288                        IS NUMERIC
003289                COMPUTE DBL-PFM-TIER-FACTOR =
003290                    DBL-PFM-TIER-WHOLE (DBL-PFM-TIER-SUB)
003291                    + (DBL-PFM-TIER-FRAC (DBL-PFM-TIER-SUB) / 100)
003292            ELSE
003293                MOVE DBL-PFM-TIER-WHOLE (DBL-PFM-TIER-SUB)
003294                    TO DBL-PFM-TIER-FACTOR
003296            END-IF
003297        END-IF.
003298        IF DBL-PFM-TIER-FACTOR = 0
003299            MOVE 'Y' TO DBL-PFM-ROW-SW
003300            GO TO 1530-EXIT
003301        END-IF.
003302        IF DBL-PFM-WORK-TIER-COUNT = 0
003303            IF DBL-PFM-TIER-FROM (DBL-PFM-TIER-SUB) = 0
003304                MOVE 'Y' TO DBL-PFM-ROW-SW
003305                GO TO 1530-EXIT
003306            END-IF
003307        ELSE
003309            IF DBL-PFM-TIER-FROM (DBL-PFM-TIER-SUB) NOT >
003310                    DBL-PFM-WORK-TIER-FROM
003311                        (DBL-PFM-WORK-TIER-COUNT)
003312                MOVE 'Y' TO DBL-PFM-ROW-SW
003313                GO TO 1530-EXIT
003314            END-IF
003315        END-IF.
003316        ADD 1 TO DBL-PFM-WORK-TIER-COUNT.
003317        MOVE DBL-PFM-TIER-FROM (DBL-PFM-TIER-SUB)
003318            TO DBL-PFM-WORK-TIER-FROM (DBL-PFM-WORK-TIER-COUNT).
003319        MOVE DBL-PFM-TIER-FACTOR
003320            TO DBL-PFM-WORK-TIER-FACTOR
003321                (DBL-PFM-WORK-TIER-COUNT).
003323    1530-EXIT.
003324        EXIT.
003325*
003326*       A TIER FACTOR CAN BE THE BIGGEST ANY TRANSACTION GETS,
003327*       SO IT COUNTS TOWARD THE SUPERVISOR GATE TOO.
003328    1540-ROLL-TIER-MAXIMUM.
003329        IF DBL-PFM-WORK-TIER-FACTOR (DBL-PFM-TIER-SUB)
003330                > DBL-PFM-MAX-FACTOR
003331            MOVE DBL-PFM-WORK-TIER-FACTOR (DBL-PFM-TIER-SUB)
003332                TO DBL-PFM-MAX-FACTOR
003333        END-IF.
003334    1540-EXIT.
003336        EXIT.
003337*================================================================
003338*  1600-LOAD-ITEM-MASTER - LOAD THE DBLITM REFERENCE MASTER.
003403        MOVE DBL-STM-ACTIVE TO DBL-STM-TAB-ACTIVE (DBL-STM-COUNT).
003404    1710-EXIT.
003405        EXIT.
003406*================================================================
003407*  1800-LOAD-LIMITS - LOAD THE DBLLIM APPROVAL CEILINGS. THE
003408*  FILE IS OPTIONAL: WITHOUT IT NO AMOUNT IS HELD, THE PRE-
003409*  CEILING BEHAVIOUR. A ROW WHOSE CEILING IS NOT NUMERIC IS
003410*  REFUSED WITH A CONSOLE WARNING SO FINANCE HEARS ABOUT IT
003411*  TODAY.
003412*================================================================
003413    1800-LOAD-LIMITS.
003414        OPEN INPUT DBL-LIMIT-FILE.
003415        IF DBL-LIM-STATUS NOT = '00'
003416            GO TO 1800-EXIT
003417        END-IF.
003418        PERFORM 1810-READ-LIMIT-ROW THRU 1810-EXIT
003419            UNTIL DBL-LIM-EOF-YES.
003420        CLOSE DBL-LIMIT-FILE.
003421    1800-EXIT.
003422        EXIT.
003423*
003424    1810-READ-LIMIT-ROW.
003425        READ DBL-LIMIT-FILE
003426            AT END
003427                MOVE 'Y' TO DBL-LIM-EOF-SW
003428                GO TO 1810-EXIT
003429        END-READ.
003430        IF DBL-LIM-CEILING IS NOT NUMERIC
003431            DISPLAY 'DBLLIM ROW WITH BAD CEILING IGNORED: '
003432                DBL-LIMIT-RECORD
003433            GO TO 1810-EXIT
003434        END-IF.
003435        IF DBL-LIM-COUNT >= 200
003436            DISPLAY 'FATAL - DBLLIM EXCEEDS 200 ROWS'
003437            MOVE 16 TO RETURN-CODE
003438            STOP RUN
003439        END-IF.
003440        ADD 1 TO DBL-LIM-COUNT.
003441        MOVE DBL-LIM-STORE TO DBL-LIM-TAB-STORE (DBL-LIM-COUNT).
003442        MOVE DBL-LIM-TRAN-TYPE
003443            TO DBL-LIM-TAB-TYPE (DBL-LIM-COUNT).
003444        MOVE DBL-LIM-CEILING
003445            TO DBL-LIM-TAB-CEILING (DBL-LIM-COUNT).
003446        MOVE 0 TO DBL-LIM-TAB-SCORE (DBL-LIM-COUNT).
003447        IF DBL-LIM-STORE NOT = SPACES
003448            ADD 2 TO DBL-LIM-TAB-SCORE (DBL-LIM-COUNT)
003449        END-IF.
003450        IF DBL-LIM-TRAN-TYPE NOT = SPACES
003451            ADD 1 TO DBL-LIM-TAB-SCORE (DBL-LIM-COUNT)
003452        END-IF.
003453    1810-EXIT.
003454        EXIT.
003455*================================================================
003456*  1900-READ-PARTITION-CARD - A PARTITION STEP FINDS ITS OWN
003457*  DBLPRT CARD FOR THE STORE RANGE IT OWNS. THE HOLD-QUEUE
003458*  RELEASE SWEEP ONLY DELIVERS ITEMS FOR THOSE STORES, SO EACH
003459*  APPROVED ITEM IS DELIVERED BY EXACTLY ONE PARTITION. NO
003460*  DBLPRT, OR NO CARD FOR THIS PARTITION, IS FATAL.
003461*================================================================
003462    1900-READ-PARTITION-CARD.
003463        OPEN INPUT DBL-PARTITION-FILE.
003464        IF DBL-PRT-STATUS NOT = '00'
003465            DISPLAY 'FATAL - DBLPRT OPEN FAILED, STATUS '
003466                DBL-PRT-STATUS
003467            MOVE 16 TO RETURN-CODE
003468            STOP RUN
003469        END-IF.
003470        PERFORM 1910-MATCH-PARTITION-CARD THRU 1910-EXIT
003471            UNTIL DBL-PRT-EOF-YES OR DBL-PRT-FOUND.
003472        CLOSE DBL-PARTITION-FILE.
003473        IF NOT DBL-PRT-FOUND
003474            DISPLAY 'FATAL - NO DBLPRT CARD FOR PARTITION '
003475                DBL-PART-NO
003476            MOVE 16 TO RETURN-CODE
003477            STOP RUN
003478        END-IF.
003479        DISPLAY 'PARTITION ' DBL-PART-NO ' STORES '
003481            DBL-PART-LOW-STORE '-' DBL-PART-HIGH-STORE.
003482    1900-EXIT.
003483        EXIT.
003484*
003485    1910-MATCH-PARTITION-CARD.
003486        READ DBL-PARTITION-FILE
003487            AT END
003488                MOVE 'Y' TO DBL-PRT-EOF-SW
003489                GO TO 1910-EXIT
003490        END-READ.
003491        IF DBL-PRT-NO = DBL-PART-NO
003492            MOVE 'Y' TO DBL-PRT-FOUND-SW
003493            MOVE DBL-PRT-LOW-STORE TO DBL-PART-LOW-STORE
003494            MOVE DBL-PRT-HIGH-STORE TO DBL-PART-HIGH-STORE
003495        END-IF.
003496    1910-EXIT.
003497        EXIT.
003498*================================================================
003499*  2000-BATCH-PROCESS - DRIVE THE INPUT FILE UNTIL END OF FILE.
003500*================================================================
003501    2000-BATCH-PROCESS.
003502        OPEN INPUT DBL-INPUT-FILE.
003503        IF DBL-RESTART-COUNT > 0
003504            OPEN EXTEND DBL-OUTPUT-FILE
003505            PERFORM 2050-SKIP-TO-RESTART-POINT THRU 2050-EXIT
003506        ELSE
003507            OPEN OUTPUT DBL-OUTPUT-FILE
003508        END-IF.
003509        OPEN I-O DBL-SALE-REGISTRY-FILE.
003510        OPEN I-O DBL-REFERENCE-FILE.
003511        OPEN I-O DBL-HOLD-FILE.
003512        PERFORM 2010-CHECK-BATCH-OPENS THRU 2010-EXIT.
003513*       A RESTARTED RUN'S RELEASES ARE ALREADY ON THE DBLOUT IT
003514*       EXTENDS AND IN THE CHECKPOINTED TOTALS; ANYTHING
003515*       APPROVED SINCE WAITS FOR THE NEXT RUN.
003516        IF DBL-RESTART-COUNT = 0
003517            PERFORM 2070-RELEASE-APPROVED THRU 2070-EXIT
003518        END-IF.
003519        PERFORM 2100-READ-INPUT THRU 2100-EXIT.
003520        PERFORM 2200-PROCESS-ONE-RECORD THRU 2200-EXIT
003521            UNTIL DBL-EOF-YES.
003522        CLOSE DBL-INPUT-FILE.
003523        CLOSE DBL-OUTPUT-FILE.
003524        CLOSE DBL-SALE-REGISTRY-FILE.
003525        CLOSE DBL-REFERENCE-FILE.
003526        CLOSE DBL-HOLD-FILE.
003527        PERFORM 4500-CLEAR-CHECKPOINT THRU 4500-EXIT.
003528        PERFORM 4600-WRITE-RUN-CONTROL THRU 4600-EXIT.
003529    2000-EXIT.
003530        EXIT.
003531*================================================================
003532*  2010-CHECK-BATCH-OPENS - DBLIN AND DBLOUT ARE THE BATCH RUN'S
003533*  ONLY SOURCE OF INPUT AND RECORD OF OUTPUT, DBLSRG PRICES ITS
003534*  RETURNS, DBLREF CATCHES ITS DUPLICATES AND DBLHLD QUEUES ITS
003535*  LARGE AMOUNTS. IF ANY FAILED TO OPEN THE RUN MAY NOT
003536*  CONTINUE.
003537*================================================================
003538    2010-CHECK-BATCH-OPENS.
003539        IF DBL-IN-STATUS NOT = '00'
003540            DISPLAY 'FATAL - DBLIN OPEN FAILED, STATUS '
003541                DBL-IN-STATUS
003542            MOVE 16 TO RETURN-CODE
003543            STOP RUN
003544        END-IF.
003545        IF DBL-OUT-STATUS NOT = '00'
003546            DISPLAY 'FATAL - DBLOUT OPEN FAILED, STATUS '
003547                DBL-OUT-STATUS
003548            MOVE 16 TO RETURN-CODE
003549            STOP RUN
003550        END-IF.
003551*       STATUS 05 IS THE FIRST-EVER RUN CREATING THE REGISTRY.
003552        IF DBL-SRG-STATUS NOT = '00' AND DBL-SRG-STATUS NOT = '05'
003553            DISPLAY 'FATAL - DBLSRG OPEN FAILED, STATUS '
003555                DBL-SRG-STATUS
003556            MOVE 16 TO RETURN-CODE
003557            STOP RUN
003558        END-IF.
003559        IF DBL-REF-STATUS NOT = '00' AND DBL-REF-STATUS NOT = '05'
003560            DISPLAY 'FATAL - DBLREF OPEN FAILED, STATUS '
003561                DBL-REF-STATUS
003562            MOVE 16 TO RETURN-CODE
003563            STOP RUN
003564        END-IF.
003565        IF DBL-HLD-STATUS NOT = '00' AND DBL-HLD-STATUS NOT = '05'
003566            DISPLAY 'FATAL - DBLHLD OPEN FAILED, STATUS '
003567                DBL-HLD-STATUS
003568            MOVE 16 TO RETURN-CODE
003569            STOP RUN
003570        END-IF.
003571    2010-EXIT.
003572        EXIT.
003573*================================================================
003574*  2020-VERIFY-TRAILER - PRE-PASS OVER DBLIN BEFORE THE MAIN
003575*  LOOP TOUCHES A RECORD. COUNTS THE DATA RECORDS AND HASHES
003576*  THE VALID QUANTITIES, THEN PROVES BOTH AGAINST THE TRAILER
003577*  ORDER ENTRY WROTE. A MISSING TRAILER OR A MISMATCH MEANS A
003578*  TRUNCATED OR DOUBLED-UP TRANSMISSION - THE RUN ABENDS
003579*  BEFORE A SINGLE QUANTITY IS SCALED. A TRAILER STAMPED WITH
003580*  A BUSINESS DATE (DBL050, DBL950) MUST CARRY THE OPEN DATE:
003581*  A FILE FOR A CLOSED DAY IS REFUSED RC 24, AS IS ONE FOR A
003582*  DAY NOT YET OPENED. AN UNSTAMPED TRAILER IS TAKEN AS TODAY'S.
003583*  A PARTITION FILE'S TRAILER NAMES ITS PARTITION: A PARTITION
003584*  STEP REFUSES ANY OTHER PARTITION'S FILE, AND AN UNPARTITIONED
003585*  RUN REFUSES A PARTITION FILE, BOTH RC 24.
003586*================================================================
003587    2020-VERIFY-TRAILER.
003588        OPEN INPUT DBL-INPUT-FILE.
003589        IF DBL-IN-STATUS NOT = '00'
003590            DISPLAY 'FATAL - DBLIN OPEN FAILED, STATUS '
003591                DBL-IN-STATUS
003592            MOVE 16 TO RETURN-CODE
003593            STOP RUN
003594        END-IF.
003595        PERFORM 2030-PREPASS-ONE-RECORD THRU 2030-EXIT
003596            UNTIL DBL-EOF-YES.
003597        CLOSE DBL-INPUT-FILE.
003598        MOVE 'N' TO DBL-EOF-SW.
003599        IF NOT DBL-TRL-FOUND
003600            DISPLAY 'FATAL - DBLIN HAS NO TRAILER RECORD'
003601            MOVE 16 TO RETURN-CODE
003602            STOP RUN
003603        END-IF.
003604        IF DBL-PREPASS-COUNT NOT = DBL-TRL-EXP-COUNT
003605            DISPLAY 'FATAL - DBLIN RECORD COUNT '
003606                DBL-PREPASS-COUNT ' VS TRAILER '
003607                DBL-TRL-EXP-COUNT
003608            MOVE 16 TO RETURN-CODE
003609            STOP RUN
003610        END-IF.
003611        IF DBL-PREPASS-HASH NOT = DBL-TRL-EXP-HASH
003612            DISPLAY 'FATAL - DBLIN HASH TOTAL '
003613                DBL-PREPASS-HASH ' VS TRAILER '
003614                DBL-TRL-EXP-HASH
003615            MOVE 16 TO RETURN-CODE
003616            STOP RUN
003617        END-IF.
003618        IF DBL-TRL-EXP-DATE NOT = 0
003619                AND DBL-TRL-EXP-DATE NOT > LS-DBL010-CLOSED-DATE
003620            DISPLAY 'DBLIN IS FOR ' DBL-TRL-EXP-DATE
003621                ', A CLOSED BUSINESS DATE - RUN REFUSED'
003622            MOVE 24 TO RETURN-CODE
003623            STOP RUN
003624        END-IF.
003625        IF DBL-TRL-EXP-DATE NOT = 0
003626                AND DBL-TRL-EXP-DATE NOT = DBL-RUN-DATE
003627            DISPLAY 'DBLIN IS FOR ' DBL-TRL-EXP-DATE
003629                ', BUSINESS DATE IS ' DBL-RUN-DATE
003630                ' - RUN REFUSED'
003631            MOVE 24 TO RETURN-CODE
003632            STOP RUN
003633        END-IF.
003634        IF DBL-PART-MODE AND DBL-TRL-EXP-PART NOT = DBL-PART-NO
003635            DISPLAY 'DBLIN IS FOR PARTITION ' DBL-TRL-EXP-PART
003636                ', THIS STEP IS PARTITION ' DBL-PART-NO
003637                ' - RUN REFUSED'
003638            MOVE 24 TO RETURN-CODE
003639            STOP RUN
003640        END-IF.
003641        IF NOT DBL-PART-MODE AND DBL-TRL-EXP-PART NOT = SPACES
003642            DISPLAY 'DBLIN IS PARTITION ' DBL-TRL-EXP-PART
003643                ' OF A PARTITIONED NIGHT - RUN REFUSED'
003644            DISPLAY 'RUN IT WITH PARM BATCH PART='
003645                DBL-TRL-EXP-PART
003646            MOVE 24 TO RETURN-CODE
003647            STOP RUN
003648        END-IF.
003649    2020-EXIT.
003650        EXIT.
003651*
003652    2030-PREPASS-ONE-RECORD.
003653        READ DBL-INPUT-FILE
003654            AT END
003655                MOVE 'Y' TO DBL-EOF-SW
003656                GO TO 2030-EXIT
003657        END-READ.
003658        IF DBL-TRL-IS-TRAILER
003659            MOVE 'Y' TO DBL-TRL-FOUND-SW
003660            MOVE DBL-TRL-COUNT TO DBL-TRL-EXP-COUNT
003661            MOVE DBL-TRL-HASH TO DBL-TRL-EXP-HASH
003662            IF DBL-TRL-BUS-DATE IS NUMERIC
003663                MOVE DBL-TRL-BUS-DATE-N TO DBL-TRL-EXP-DATE
003664            END-IF
003665            MOVE DBL-TRL-PART TO DBL-TRL-EXP-PART
003666            GO TO 2030-EXIT
003667        END-IF.
003668        ADD 1 TO DBL-PREPASS-COUNT.
003669        MOVE DBL-IN-QTY TO DBL-RAW-INPUT.
003670        IF (DBL-RAW-SIGN = '+' OR DBL-RAW-SIGN = '-')
003671                AND DBL-RAW-DIGITS IS NUMERIC
003672            ADD DBL-RAW-NUMBER TO DBL-PREPASS-HASH
003673        END-IF.
003674    2030-EXIT.
003675        EXIT.
003676*================================================================
003677*  2040-CHECK-RUN-CONTROL - REFUSE AN INPUT FILE THAT WAS
003678*  ALREADY PROCESSED TO COMPLETION. THE FILE'S IDENTITY IS ITS
003679*  TRAILER COUNT AND HASH, TAKEN FROM THE PRE-PASS, SO THE
003680*  CHECK CATCHES A RE-SUBMISSION EVEN ON A LATER BUSINESS
003681*  DATE. A REFUSAL ENDS THE RUN WITH RC 20 - DISTINCT FROM
003682*  FILE ABENDS (16), AUTHORITY REFUSALS (12) AND BALANCE
003683*  FAILURES (8) - UNLESS THE PARM CARRIES AN EXPLICIT FORCE,
003684*  AND EVERY FORCE IS ITSELF WRITTEN TO DBLAUD. AN EMPTY
003685*  PARTITION FILE (DBL050 WRITES ONE FOR A PARTITION WITH NO
003686*  STORES TONIGHT) HAS NOTHING TO DOUBLE TWICE AND WOULD MATCH
003687*  EVERY EARLIER EMPTY NIGHT, SO IT IS NOT GUARDED.
003688*================================================================
003689    2040-CHECK-RUN-CONTROL.
003690        IF DBL-PART-MODE AND DBL-TRL-EXP-COUNT = 0
003691            GO TO 2040-EXIT
003692        END-IF.
003693        OPEN INPUT DBL-RUN-CONTROL-FILE.
003694        IF DBL-RCT-STATUS NOT = '00' AND DBL-RCT-STATUS NOT = '05'
003695            DISPLAY 'FATAL - DBLRCT OPEN FAILED, STATUS '
003696                DBL-RCT-STATUS
003697            MOVE 16 TO RETURN-CODE
003698            STOP RUN
003699        END-IF.
003700        PERFORM 2045-SCAN-RUN-CONTROL THRU 2045-EXIT
003701            UNTIL DBL-RCT-EOF-YES.
003703        CLOSE DBL-RUN-CONTROL-FILE.
003704        IF NOT DBL-RCT-MATCHED
003705            GO TO 2040-EXIT
003706        END-IF.
003707        IF DBL-FORCE-RERUN
003708*           THE FORCERUN AUDIT LINE IS WRITTEN FROM THE
003709*           MAINLINE ONCE THE AUDIT FILE IS OPEN, SO IT LANDS
003710*           IN THE FORCED RUN'S OWN TRAIL.
003711            DISPLAY 'WARNING - DBLIN ALREADY PROCESSED ON '
003712                DBL-RCT-MATCH-DATE ' - RERUN FORCED'
003713        ELSE
003714            DISPLAY 'DBLIN ALREADY PROCESSED ON '
003715                DBL-RCT-MATCH-DATE ' - RUN REFUSED'
003716            DISPLAY 'RESUBMIT WITH PARM FORCE TO OVERRIDE'
003717            MOVE 20 TO RETURN-CODE
003718            STOP RUN
003719        END-IF.
003720    2040-EXIT.
003721        EXIT.
003722*
003723    2045-SCAN-RUN-CONTROL.
003724        READ DBL-RUN-CONTROL-FILE
003725            AT END
003726                MOVE 'Y' TO DBL-RCT-EOF-SW
003727                GO TO 2045-EXIT
003728        END-READ.
003729        IF DBL-RCT-PROCESSED-FLAG = 'P'
003730                AND DBL-RCT-REC-COUNT = DBL-TRL-EXP-COUNT
003731                AND DBL-RCT-HASH = DBL-TRL-EXP-HASH
003732            MOVE 'Y' TO DBL-RCT-MATCH-SW
003733            MOVE DBL-RCT-RUN-DATE TO DBL-RCT-MATCH-DATE
003734        END-IF.
003735    2045-EXIT.
003736        EXIT.
003737*
003738    2050-SKIP-TO-RESTART-POINT.
003739        PERFORM 2060-SKIP-ONE-RECORD THRU 2060-EXIT
003740            DBL-RESTART-COUNT TIMES.
003741    2050-EXIT.
003742        EXIT.
003743*
003744    2060-SKIP-ONE-RECORD.
003745        READ DBL-INPUT-FILE
003746            AT END
003747                MOVE 'Y' TO DBL-EOF-SW
003748        END-READ.
003749        IF NOT DBL-EOF-YES
003750            ADD 1 TO DBL-RECORD-NUMBER
003751        END-IF.
003752    2060-EXIT.
003753        EXIT.
003754*================================================================
003755*  2070-RELEASE-APPROVED - SWEEP THE HOLD QUEUE BEFORE THE
003756*  INPUT LOOP. AN ITEM DBL450 APPROVED GOES TO DBLOUT AND THE
003757*  TRAIL AT THE AMOUNT AND FACTOR IT WAS HELD AT, IS COUNTED
003758*  IN THIS RUN'S TOTALS, AND IS MARKED DELIVERED WITH TODAY'S
003759*  DATE. AN ITEM ALREADY DELIVERED TODAY IS DELIVERED AGAIN:
003760*  A FRESH RUN REWRITES DBLOUT AND THE TRAIL FROM THE TOP, SO
003761*  A RERUN OF THE DAY MUST CARRY ITS RELEASES TOO. A PARTITION
003762*  STEP DELIVERS ONLY THE HOLDS FOR ITS OWN STORE RANGE.
003763*================================================================
003764    2070-RELEASE-APPROVED.
003765        MOVE LOW-VALUES TO DBL-HLD-REF-NO.
003766        START DBL-HOLD-FILE KEY NOT < DBL-HLD-REF-NO
003767            INVALID KEY
003768                MOVE 'Y' TO DBL-HLD-EOF-SW
003769        END-START.
003770        PERFORM 2075-RELEASE-ONE-HOLD THRU 2075-EXIT
003771            UNTIL DBL-HLD-EOF-YES.
003772    2070-EXIT.
003773        EXIT.
003774*
003775    2075-RELEASE-ONE-HOLD.
003776        READ DBL-HOLD-FILE NEXT RECORD
003778            AT END
003779                MOVE 'Y' TO DBL-HLD-EOF-SW
003780                GO TO 2075-EXIT
003781        END-READ.
003782        IF DBL-PART-MODE
003783                AND (DBL-HLD-STORE < DBL-PART-LOW-STORE
003784                OR DBL-HLD-STORE > DBL-PART-HIGH-STORE)
003785            GO TO 2075-EXIT
003786        END-IF.
003787        IF DBL-HLD-DELIVERED AND DBL-HLD-OUT-DATE = DBL-RUN-DATE
003788            PERFORM 2080-DELIVER-HOLD THRU 2080-EXIT
003789            GO TO 2075-EXIT
003790        END-IF.
003791        IF NOT DBL-HLD-APPROVED
003792            GO TO 2075-EXIT
003793        END-IF.
003794        IF DBL-HLD-TRAN-TYPE = 'RT'
003795            PERFORM 2085-CHECK-HELD-RETURN THRU 2085-EXIT
003796            IF DBL-RTN-OVER-SALE
003797                PERFORM 2090-SUSPEND-HELD-RETURN THRU 2090-EXIT
003798                GO TO 2075-EXIT
003799            END-IF
003800        END-IF.
003801        PERFORM 2080-DELIVER-HOLD THRU 2080-EXIT.
003802*       THE REGISTRIES ARE TOUCHED ON FIRST DELIVERY ONLY - A
003803*       RETURN CHARGED AGAINST ITS SALE TWICE WOULD SHRINK
003804*       WHAT IS LEFT TO RETURN. A SALE SINCE PURGED FROM THE
003805*       REGISTRY HAS NOTHING LEFT TO CHARGE.
003806        IF DBL-TRAN-TYPE = 'RT'
003807            IF DBL-SRG-FOUND
003808                PERFORM 5600-UPDATE-SALE-REGISTRY THRU 5600-EXIT
003809            END-IF
003810        ELSE
003811            PERFORM 5600-UPDATE-SALE-REGISTRY THRU 5600-EXIT
003812        END-IF.
003813        MOVE DBL-TRAN-REF TO DBL-REF-NO.
003814        READ DBL-REFERENCE-FILE
003815            INVALID KEY
003816                MOVE 'N' TO DBL-REF-FOUND-SW
003817            NOT INVALID KEY
003818                MOVE 'Y' TO DBL-REF-FOUND-SW
003819        END-READ.
003820        PERFORM 5800-REGISTER-REFERENCE THRU 5800-EXIT.
003821        MOVE 'D' TO DBL-HLD-STATE.
003822        MOVE DBL-RUN-DATE TO DBL-HLD-OUT-DATE.
003823        REWRITE DBL-HOLD-RECORD.
003824    2075-EXIT.
003825        EXIT.
003826*
003827    2080-DELIVER-HOLD.
003828        MOVE DBL-HLD-ITEM TO DBL-TRAN-ITEM.
003829        MOVE DBL-HLD-STORE TO DBL-TRAN-STORE.
003830        MOVE DBL-HLD-TRAN-TYPE TO DBL-TRAN-TYPE.
003831        MOVE DBL-HLD-REF-NO TO DBL-TRAN-REF.
003832        MOVE DBL-HLD-ORIG-REF TO DBL-TRAN-ORIG-REF.
003833        MOVE DBL-HLD-ORIG-QTY TO DBL-ORIGINAL-NUMBER.
003834        MOVE DBL-HLD-SCALED-QTY TO DBL-NUMBER.
003835        MOVE DBL-HLD-FACTOR TO DBL-CYCLE-FACTOR.
003836        MOVE DBL-HLD-PROMO-RULE TO DBL-CYCLE-RULE.
003837        IF DBL-CYCLE-RULE = SPACE
003838            MOVE 'N' TO DBL-CYCLE-RULE
003839        END-IF.
003840        MOVE 0 TO DBL-OVERFLOW.
003841        MOVE 'N' TO DBL-HOLD-SW.
003842        ADD 1 TO DBL-COUNT-PROCESSED.
003843        ADD 1 TO DBL-COUNT-RELEASED.
003844        ADD DBL-ORIGINAL-NUMBER TO DBL-SUM-BEFORE.
003845        ADD DBL-NUMBER TO DBL-SUM-AFTER.
003846        PERFORM 5300-ROLL-FACTOR-USAGE THRU 5300-EXIT.
003847        PERFORM 2300-WRITE-OUTPUT THRU 2300-EXIT.
003848        PERFORM 4000-WRITE-AUDIT-LOG THRU 4000-EXIT.
003849    2080-EXIT.
003850        EXIT.
003851*================================================================
003852*  2085-CHECK-HELD-RETURN - A HELD RETURN WAS CHECKED AGAINST
003853*  ITS SALE WHEN IT WAS HELD, BUT NOTHING WAS RESERVED FOR IT,
003854*  SO RETURNS DELIVERED SINCE MAY HAVE USED UP THE SALE. IT IS
003855*  CHECKED AGAIN BEFORE IT IS DELIVERED AND CHARGED. A SALE
003856*  SINCE PURGED FROM THE REGISTRY CANNOT BE CHECKED.
003857*================================================================
003858    2085-CHECK-HELD-RETURN.
003859        MOVE 'N' TO DBL-RTN-OVER-SW.
003860        MOVE DBL-HLD-ORIG-REF TO DBL-SRG-REF-NO.
003861        READ DBL-SALE-REGISTRY-FILE
003862            INVALID KEY
003863                MOVE 'N' TO DBL-SRG-FOUND-SW
003864                GO TO 2085-EXIT
003865            NOT INVALID KEY
003866                MOVE 'Y' TO DBL-SRG-FOUND-SW
003867        END-READ.
003868        IF DBL-HLD-ORIG-QTY < 0
003869            COMPUTE DBL-RTN-AMOUNT = 0 - DBL-HLD-ORIG-QTY
003870        ELSE
003871            MOVE DBL-HLD-ORIG-QTY TO DBL-RTN-AMOUNT
003872        END-IF.
003873        IF DBL-SRG-SALE-AMOUNT < 0
003874            COMPUTE DBL-RTN-SALE-AMOUNT = 0 - DBL-SRG-SALE-AMOUNT
003875        ELSE
003876            MOVE DBL-SRG-SALE-AMOUNT TO DBL-RTN-SALE-AMOUNT
003877        END-IF.
003878        COMPUTE DBL-RTN-LEFT =
003879            DBL-RTN-SALE-AMOUNT - DBL-SRG-RETURNED.
003880        IF DBL-RTN-AMOUNT > DBL-RTN-LEFT
003881            MOVE 'Y' TO DBL-RTN-OVER-SW
003882        END-IF.
003883    2085-EXIT.
003884        EXIT.
003885*================================================================
003886*  2090-SUSPEND-HELD-RETURN - AN APPROVED RETURN THE SALE CAN NO
003887*  LONGER COVER GOES TO DBLSUS AS 'HELD RT EXCEEDS SALE' UNDER
003888*  ITS OWN REFERENCE, AS DBL450 SUSPENDS A REJECTED HOLD, INSTEAD
003889*  OF TO DBLOUT. THE HOLD IS CLOSED AS REJECTED AND ITS
003890*  REFERENCE GOES FROM HELD TO SUSPENDED; DBL400 LEAVES THE
003891*  ENTRY OUT OF THIS RUN'S BALANCE, AS THE ITEM WAS COUNTED AS
003892*  A HOLD ON THE DAY IT WAS HELD. THE REASON IS NOT 5500'S
003893*  'RT EXCEEDS SALE LEFT': DBL400 TELLS THIS ENTRY FROM ONE A
003894*  RESUBMISSION OF THE SAME RETURN LEAVES BY THE REASON ALONE.
003895*================================================================
003896    2090-SUSPEND-HELD-RETURN.
003897        MOVE DBL-HLD-ITEM TO DBL-TRAN-ITEM.
003898        MOVE DBL-HLD-STORE TO DBL-TRAN-STORE.
003899        MOVE DBL-HLD-TRAN-TYPE TO DBL-TRAN-TYPE.
003900        MOVE DBL-HLD-REF-NO TO DBL-TRAN-REF.
003901        MOVE DBL-HLD-ORIG-QTY-X TO DBL-SUS-VALUE-WS.
003902        MOVE 'HELD RT EXCEEDS SALE' TO DBL-SUS-REASON-WS.
003903        PERFORM 4200-WRITE-SUSPENSE-ENTRY THRU 4200-EXIT.
003904        DISPLAY 'HELD RT SUSPENDED, SALE NO LONGER COVERS IT: '
003905            DBL-HLD-REF-NO.
003906        MOVE DBL-HLD-REF-NO TO DBL-REF-NO.
003907        READ DBL-REFERENCE-FILE
003908            INVALID KEY
003909                MOVE 'N' TO DBL-REF-FOUND-SW
003910            NOT INVALID KEY
003911                MOVE 'Y' TO DBL-REF-FOUND-SW
003912        END-READ.
003913        MOVE 'S' TO DBL-REF-STATE.
003914        MOVE DBL-HLD-TRAN-TYPE TO DBL-REF-TRAN-TYPE.
003915        MOVE DBL-HLD-ITEM TO DBL-REF-ITEM.
003916        MOVE DBL-HLD-STORE TO DBL-REF-STORE.
003917        MOVE DBL-RUN-DATE TO DBL-REF-DATE.
003918        MOVE 0 TO DBL-REF-RECORD-NO.
003919        IF DBL-REF-FOUND
003920            REWRITE DBL-REFERENCE-RECORD
003921        ELSE
003922            WRITE DBL-REFERENCE-RECORD
003923        END-IF.
003924        MOVE 'X' TO DBL-HLD-STATE.
003925        REWRITE DBL-HOLD-RECORD.
003926    2090-EXIT.
003927        EXIT.
003928*
003929    2100-READ-INPUT.
003930        READ DBL-INPUT-FILE
003931            AT END
003932                MOVE 'Y' TO DBL-EOF-SW
003933        END-READ.
003934        IF NOT DBL-EOF-YES
003935            IF DBL-TRL-IS-TRAILER
003936                MOVE 'Y' TO DBL-EOF-SW
003937            ELSE
003938                ADD 1 TO DBL-RECORD-NUMBER
003939            END-IF
003940        END-IF.
003941    2100-EXIT.
003942        EXIT.
003943*
003944    2200-PROCESS-ONE-RECORD.
003945        MOVE DBL-IN-ITEM TO DBL-TRAN-ITEM.
003946        MOVE DBL-IN-STORE TO DBL-TRAN-STORE.
003947        MOVE DBL-IN-TRAN-TYPE TO DBL-TRAN-TYPE.
003948        MOVE DBL-IN-REF-NO TO DBL-TRAN-REF.
003949        MOVE DBL-IN-ORIG-REF TO DBL-TRAN-ORIG-REF.
003950        MOVE DBL-IN-QTY TO DBL-RAW-INPUT.
003951        PERFORM 5100-VALIDATE-QUANTITY THRU 5100-EXIT.
003952        IF DBL-VALID-ENTRY
003953            PERFORM 5700-CHECK-DUPLICATE-REF THRU 5700-EXIT
003954        END-IF.
003955        IF DBL-VALID-ENTRY AND DBL-TRAN-TYPE = 'RT'
003956            PERFORM 5500-CHECK-ORIGINAL-SALE THRU 5500-EXIT
003957        END-IF.
003958        IF DBL-VALID-ENTRY
003959            PERFORM 5000-SCALE-NUMBER THRU 5000-EXIT
003960            PERFORM 5900-CHECK-CEILING THRU 5900-EXIT
003961            IF DBL-HOLD-THIS-ITEM
003962                PERFORM 5950-HOLD-ITEM THRU 5950-EXIT
003963            ELSE
003964                PERFORM 2300-WRITE-OUTPUT THRU 2300-EXIT
003965                PERFORM 4000-WRITE-AUDIT-LOG THRU 4000-EXIT
003966                PERFORM 5600-UPDATE-SALE-REGISTRY THRU 5600-EXIT
003967            END-IF
003968            IF DBL-VALID-ENTRY
003969                PERFORM 5800-REGISTER-REFERENCE THRU 5800-EXIT
003970            END-IF
003971        END-IF.
003973        DIVIDE DBL-RECORD-NUMBER BY DBL-CKP-INTERVAL
003974            GIVING DBL-CKP-QUOTIENT
003975            REMAINDER DBL-CKP-REMAINDER.
003976        IF DBL-CKP-REMAINDER = 0
003978            PERFORM 4400-WRITE-CHECKPOINT THRU 4400-EXIT
003979        END-IF.
003980        PERFORM 2100-READ-INPUT THRU 2100-EXIT.
003981    2200-EXIT.
003982        EXIT.
003984*
003985    2300-WRITE-OUTPUT.
003986        MOVE DBL-TRAN-ITEM TO DBL1-ITEM.
003987        MOVE DBL-TRAN-STORE TO DBL1-STORE.
003989        MOVE DBL-TRAN-TYPE TO DBL1-TRAN-TYPE.
003990        MOVE DBL-TRAN-REF TO DBL1-REF-NO.
003991        MOVE DBL-ORIGINAL-NUMBER TO DBL1-ORIG-QTY.
003992        MOVE DBL-RUN-DATE TO DBL1-RUN-DATE.
003994        IF DBL-OVERFLOW = 1
003995            MOVE 0 TO DBL1-DOUBLED-QTY
003996            MOVE 'Y' TO DBL1-OVERFLOW-FLAG
003997        ELSE
003998            MOVE DBL-NUMBER TO DBL1-DOUBLED-QTY
004000            MOVE 'N' TO DBL1-OVERFLOW-FLAG
004001        END-IF.
004002        WRITE DBL1-OUTPUT-RECORD.
004003    2300-EXIT.
004005        EXIT.
004006*================================================================
004007*  3000-INTERACTIVE-PROCESS - ORIGINAL ACCEPT-DRIVEN FALLBACK,
004008*  KEPT FOR SPOT-CHECKS WHEN A FULL BATCH RUN ISN'T WARRANTED.
004010*================================================================
004020    3000-INTERACTIVE-PROCESS.
004022        MOVE 'SPOTCHK ' TO DBL-TRAN-ITEM.
004306        MOVE DBL-TRAN-TYPE TO DBL-AUD-TRAN-TYPE.
004308        MOVE DBL-TRAN-REF TO DBL-AUD-REF-NO.
004310        MOVE DBL-ORIGINAL-NUMBER TO DBL-AUD-ORIG.
004330        MOVE DBL-RUN-DATE TO DBL-AUD-DATE.
004340        ACCEPT DBL-AUD-TIME FROM TIME.
004350        MOVE DBL-OPERATOR-ID TO DBL-AUD-OPERATOR.
004352        MOVE DBL-CYCLE-FACTOR TO DBL-AUD-FACTOR.
004355        MOVE DBL-CYCLE-RULE TO DBL-AUD-PROMO-RULE.
004370        IF DBL-OVERFLOW = 1
004375            MOVE 0 TO DBL-AUD-DOUBLED
004380            MOVE 'Y' TO DBL-AUD-OVERFLOW
004388            MOVE DBL-NUMBER TO DBL-AUD-DOUBLED
004390            MOVE 'N' TO DBL-AUD-OVERFLOW
004395        END-IF.
004396*       A HELD CYCLE IS AUDITED WITH THE AMOUNT IT WAS HELD AT
004397*       AND FLAGGED 'H' - IT IS NOT ON DBLOUT UNTIL RELEASED.
004398        IF DBL-HOLD-THIS-ITEM
004399            MOVE 'H' TO DBL-AUD-OVERFLOW
004400        END-IF.
004410        WRITE DBL-AUDIT-RECORD.
004420    4000-EXIT.
004430        EXIT.
004450*  4200-WRITE-SUSPENSE-ENTRY - LOG A REJECTED QUANTITY SO IT IS
004460*  RESOLVED BY RECONCILIATION INSTEAD OF SILENTLY VANISHING.
004470*================================================================
004471    4200-WRITE-SUSPENSE-ENTRY.
004473        MOVE DBL-TRAN-ITEM TO DBL-SUS-ITEM.
004474        MOVE DBL-TRAN-STORE TO DBL-SUS-STORE.
004476        MOVE DBL-TRAN-TYPE TO DBL-SUS-TRAN-TYPE.
004477        MOVE DBL-TRAN-REF TO DBL-SUS-REF-NO.
004479        MOVE DBL-SUS-VALUE-WS TO DBL-SUS-VALUE.
004480        MOVE DBL-SUS-REASON-WS TO DBL-SUS-REASON.
004482        MOVE DBL-RUN-DATE TO DBL-SUS-DATE.
004483        ACCEPT DBL-SUS-TIME FROM TIME.
004485        MOVE 0 TO DBL-SUS-AGE-RUNS.
004487*       A KEY-INVALID ENTRY HAS NO REFERENCE TO KEY BY, SO IT
004488*       GETS A '*' SURROGATE. THE '*' MARKS IT UNREPAIRABLE-BY-
004489*       VALUE TO DBL300. A SURROGATE IS NEVER REWRITTEN.
004490        IF DBL-TRAN-REF = SPACES
004491            MOVE 'N' TO DBL-SUS-WRITTEN-SW
004492            PERFORM 4210-WRITE-SURROGATE-ENTRY THRU 4210-EXIT
004493                UNTIL DBL-SUS-WRITTEN
004495            GO TO 4200-EXIT
004497        END-IF.
004498*       A RE-SUSPEND OF A REFERENCE ALREADY ON FILE (A FORCED
004499*       RERUN) REFRESHES THE EXISTING ENTRY IN PLACE.
004500        WRITE DBL-SUSPENSE-RECORD
004501            INVALID KEY
004502                REWRITE DBL-SUSPENSE-RECORD
004503        END-WRITE.
004504    4200-EXIT.
004505        EXIT.
004506*
004507    4210-WRITE-SURROGATE-ENTRY.
004508        IF DBL-SUS-GEN-SEQ >= 9999
004509            DISPLAY 'FATAL - DBLSUS SURROGATE SEQUENCE EXHAUSTED'
004510                ' FOR ' DBL-RUN-DATE
004511            MOVE 16 TO RETURN-CODE
004512            STOP RUN
004513        END-IF.
004514        ADD 1 TO DBL-SUS-GEN-SEQ.
004516        MOVE SPACES TO DBL-SUS-REF-NO.
004517        STRING '*' DBL-SUS-GEN-YYDDD DBL-SUS-GEN-SEQ
004518            DELIMITED BY SIZE INTO DBL-SUS-REF-NO.
004519        WRITE DBL-SUSPENSE-RECORD
004520            INVALID KEY
004521                CONTINUE
004522        END-WRITE.
004523        IF DBL-SUS-STATUS = '00'
004524            MOVE 'Y' TO DBL-SUS-WRITTEN-SW
004525            GO TO 4210-EXIT
004526        END-IF.
004527        IF DBL-SUS-STATUS NOT = '22'
004528            DISPLAY 'FATAL - DBLSUS WRITE FAILED, STATUS '
004529                DBL-SUS-STATUS
004530            MOVE 16 TO RETURN-CODE
004531            STOP RUN
004532        END-IF.
004534    4210-EXIT.
004535        EXIT.
004536*================================================================
004537*  4300-WRITE-AUTH-REFUSAL - AN AUTHORIZATION REFUSAL IS
004538*  ITSELF AUDITED: AN AUTHFAIL LINE WITH ZERO AMOUNTS UNDER
004539*  THE REFUSED OPERATOR'S ID, SO THE TRAIL SHOWS WHO TRIED.
004540*  ENFORCEMENT RUNS BEFORE THE MAINLINE'S TRUNCATING OPEN, SO
004541*  THIS APPENDS THROUGH ITS OWN EXTEND OPEN AND THE EXISTING
004542*  TRAIL IS NEVER DESTROYED BY AN UNAUTHORIZED ATTEMPT.
004543*================================================================
004544    4300-WRITE-AUTH-REFUSAL.
004545        OPEN EXTEND DBL-AUDIT-FILE.
004546        IF DBL-AUD-STATUS NOT = '00' AND DBL-AUD-STATUS NOT = '05'
004547            DISPLAY 'FATAL - DBLAUD OPEN FAILED, STATUS '
004548                DBL-AUD-STATUS
004549            MOVE 16 TO RETURN-CODE
004550            STOP RUN
004552        END-IF.
004553        MOVE 'AUTHFAIL' TO DBL-AUD-ITEM.
004554        MOVE '0000' TO DBL-AUD-STORE.
004555        MOVE SPACES TO DBL-AUD-TRAN-TYPE.
004556        MOVE SPACES TO DBL-AUD-REF-NO.
004557        MOVE 0 TO DBL-AUD-ORIG.
004558        MOVE 0 TO DBL-AUD-DOUBLED.
004559        MOVE DBL-RUN-DATE TO DBL-AUD-DATE.
004560        ACCEPT DBL-AUD-TIME FROM TIME.
004561        MOVE DBL-OPERATOR-ID TO DBL-AUD-OPERATOR.
004562        MOVE 'N' TO DBL-AUD-OVERFLOW.
004563        MOVE 0 TO DBL-AUD-FACTOR.
004564        MOVE 'N' TO DBL-AUD-PROMO-RULE.
004565        WRITE DBL-AUDIT-RECORD.
004566        CLOSE DBL-AUDIT-FILE.
004567    4300-EXIT.
004568        EXIT.
004570*================================================================
004571*  4310-WRITE-FORCE-AUDIT - A FORCED RERUN OF AN ALREADY-
004572*  PROCESSED INPUT FILE IS WRITTEN TO THE TRAIL AS A FORCERUN
004579        MOVE SPACES TO DBL-AUD-REF-NO.
004580        MOVE 0 TO DBL-AUD-ORIG.
004581        MOVE 0 TO DBL-AUD-DOUBLED.
004582        MOVE DBL-RUN-DATE TO DBL-AUD-DATE.
004583        ACCEPT DBL-AUD-TIME FROM TIME.
004584        MOVE DBL-OPERATOR-ID TO DBL-AUD-OPERATOR.
004585        MOVE 'N' TO DBL-AUD-OVERFLOW.
004586        MOVE 0 TO DBL-AUD-FACTOR.
004587        MOVE 'N' TO DBL-AUD-PROMO-RULE.
004588        WRITE DBL-AUDIT-RECORD.
004589    4310-EXIT.
004590        EXIT.
004591*================================================================
004593*  4400-WRITE-CHECKPOINT - REFRESH THE CHECKPOINT WITH THE
004594*  RELATIVE NUMBER OF THE LAST INPUT RECORD FULLY PROCESSED. THE
004595*  NEW CONTENT IS WRITTEN TO DBLCKPT AND RENAMED OVER DBLCKP ONLY
004596*  AFTER IT IS COMPLETE, SO AN ABEND MID-REFRESH CANNOT LEAVE
004597*  DBLCKP ITSELF TRUNCATED OR PARTIALLY WRITTEN.
004598*================================================================
004600    4400-WRITE-CHECKPOINT.
004610        MOVE DBL-RECORD-NUMBER TO DBL-CKP-RECORD-COUNT.
004612        MOVE DBL-COUNT-PROCESSED TO DBL-CKP-COUNT-PROCESSED.
004613        MOVE DBL-COUNT-OVERFLOW TO DBL-CKP-COUNT-OVERFLOW.
004614        MOVE DBL-SUM-BEFORE TO DBL-CKP-SUM-BEFORE.
004615        MOVE DBL-SUM-AFTER TO DBL-CKP-SUM-AFTER.
004616        MOVE DBL-COUNT-DUPLICATE TO DBL-CKP-COUNT-DUPLICATE.
004617        MOVE DBL-COUNT-HELD TO DBL-CKP-COUNT-HELD.
004618        MOVE DBL-COUNT-RELEASED TO DBL-CKP-COUNT-RELEASED.
004619        MOVE DBL-SUS-GEN-SEQ TO DBL-CKP-SUS-GEN-SEQ.
004620        OPEN OUTPUT DBL-CHECKPOINT-TEMP-FILE.
004622        IF DBL-CKT-STATUS NOT = '00'
004624            DISPLAY 'FATAL - DBLCKPT OPEN FAILED, STATUS '
004710    4500-CLEAR-CHECKPOINT.
004720        MOVE 0 TO DBL-CKP-RECORD-COUNT DBL-CKP-COUNT-PROCESSED
004722            DBL-CKP-COUNT-OVERFLOW DBL-CKP-SUM-BEFORE
004724            DBL-CKP-SUM-AFTER DBL-CKP-COUNT-DUPLICATE
004725            DBL-CKP-COUNT-HELD DBL-CKP-COUNT-RELEASED
004727            DBL-CKP-SUS-GEN-SEQ.
004730        OPEN OUTPUT DBL-CHECKPOINT-TEMP-FILE.
004732        IF DBL-CKT-STATUS NOT = '00'
004734            DISPLAY 'FATAL - DBLCKPT OPEN FAILED, STATUS '
004792    4600-EXIT.
004793        EXIT.
004794*================================================================
004795*  4450-RENAME-CHECKPOINT - ATOMICALLY REPLACE DBLCKP WITH THE
004796*  JUST-COMPLETED DBLCKPT. THE NAMES ARE RESOLVED THE SAME WAY
004797*  GNUCOBOL'S OWN ASSIGN CLAUSES RESOLVE THEM (ENVIRONMENT
004798*  VARIABLE OVERRIDE IF PRESENT, ELSE THE LOGICAL NAME ITSELF)
004799*  SO THE RENAME TARGETS THE SAME PHYSICAL FILE. A PARTITION
004800*  STEP RENAMES ITS OWN DBLCKTNN OVER ITS OWN DBLCKPNN.
004801*================================================================
004802    4450-RENAME-CHECKPOINT.
004803        ACCEPT DBL-CKP-OLD-NAME FROM ENVIRONMENT DBL-CKT-NAME.
004804        IF DBL-CKP-OLD-NAME = SPACES
004805            MOVE DBL-CKT-NAME TO DBL-CKP-OLD-NAME
004806        END-IF.
004807        ACCEPT DBL-CKP-NEW-NAME FROM ENVIRONMENT DBL-CKP-NAME.
004808        IF DBL-CKP-NEW-NAME = SPACES
004809            MOVE DBL-CKP-NAME TO DBL-CKP-NEW-NAME
004810        END-IF.
004811        CALL "CBL_RENAME_FILE" USING DBL-CKP-OLD-NAME
004812            DBL-CKP-NEW-NAME RETURNING DBL-CKP-RENAME-RC.
004813        IF DBL-CKP-RENAME-RC NOT = 0
004814            DISPLAY 'FATAL - DBLCKP RENAME FAILED, RC '
004815                DBL-CKP-RENAME-RC
004816            MOVE 16 TO RETURN-CODE
004817            STOP RUN
004818        END-IF.
004820    4450-EXIT.
004822        EXIT.
004823*================================================================
004824*  5100-VALIDATE-QUANTITY - CONFIRM DBL-RAW-INPUT IS A SIGNED
004826*  ENTRY (LEADING '+' OR '-' FOLLOWED BY NINE DIGITS) BEFORE IT
004827*  EVER REACHES THE SCALING CALL. NEGATIVE VALUES ARE ACCEPTED
004828*  HERE ON PURPOSE, FOR REBATE AND CLAIM REVERSALS - THE REAL
004830*  RANGE CHECK NOW HAPPENS AGAINST THE SCALED RESULT'S ACTUAL
004840*  CAPACITY IN 5000-SCALE-NUMBER, NOT HERE.
004850*================================================================
004879            END-IF
004880        END-IF.
004881        IF (DBL-RAW-SIGN = '+' OR DBL-RAW-SIGN = '-')
004885                AND DBL-RAW-DIGITS IS NUMERIC
004890            MOVE DBL-RAW-NUMBER TO DBL-ORIGINAL-NUMBER
004900            MOVE 'Y' TO DBL-VALIDATION-SW
004910        ELSE
004920            MOVE DBL-RAW-INPUT TO DBL-SUS-VALUE-WS
004930            MOVE 'INVALID - NONNUMERIC' TO DBL-SUS-REASON-WS
004931            PERFORM 4200-WRITE-SUSPENSE-ENTRY THRU 4200-EXIT
004932            MOVE 'N' TO DBL-VALIDATION-SW
004933        END-IF.
004934    5100-EXIT.
004935        EXIT.
004936*================================================================
004937*  5400-CHECK-REFERENCE-KEYS - THE ITEM AND STORE MUST BE
004938*  ACTIVE ENTRIES ON THE REFERENCE MASTERS. AN UNKNOWN KEY
004939*  ROUTES TO SUSPENSE UNDER ITS OWN REASON CODE SO DBL300 CAN
004940*  REPAIR IT BY REFERENCE NUMBER LIKE ANY OTHER REJECT.
004941*================================================================
004942    5400-CHECK-REFERENCE-KEYS.
004943        MOVE 'N' TO DBL-ITM-FOUND-SW.
004944        PERFORM 5410-SCAN-ITEM-MASTER THRU 5410-EXIT
004945            VARYING DBL-ITM-SUB FROM 1 BY 1
004946            UNTIL DBL-ITM-SUB > DBL-ITM-COUNT
004947                OR DBL-ITM-FOUND.
004948        IF NOT DBL-ITM-FOUND
004949            MOVE DBL-RAW-INPUT TO DBL-SUS-VALUE-WS
004950            MOVE 'INVALID ITEM KEY    ' TO DBL-SUS-REASON-WS
004951            PERFORM 4200-WRITE-SUSPENSE-ENTRY THRU 4200-EXIT
004952            MOVE 'N' TO DBL-VALIDATION-SW
004953            GO TO 5400-EXIT
004954        END-IF.
004955        MOVE 'N' TO DBL-STM-FOUND-SW.
004956        PERFORM 5420-SCAN-STORE-MASTER THRU 5420-EXIT
004957            VARYING DBL-STM-SUB FROM 1 BY 1
004958            UNTIL DBL-STM-SUB > DBL-STM-COUNT
004959                OR DBL-STM-FOUND.
004960        IF NOT DBL-STM-FOUND
004961            MOVE DBL-RAW-INPUT TO DBL-SUS-VALUE-WS
004962            MOVE 'INVALID STORE KEY   ' TO DBL-SUS-REASON-WS
004963            PERFORM 4200-WRITE-SUSPENSE-ENTRY THRU 4200-EXIT
004964            MOVE 'N' TO DBL-VALIDATION-SW
004965            GO TO 5400-EXIT
004966        END-IF.
004967        MOVE 'Y' TO DBL-VALIDATION-SW.
004968    5400-EXIT.
004969        EXIT.
004970*
004971    5410-SCAN-ITEM-MASTER.
004972        IF DBL-ITM-TAB-ID (DBL-ITM-SUB) = DBL-TRAN-ITEM
004973                AND DBL-ITM-TAB-ACTIVE (DBL-ITM-SUB) = 'Y'
004974            MOVE 'Y' TO DBL-ITM-FOUND-SW
004975        END-IF.
004976    5410-EXIT.
004977        EXIT.
004978*
004979    5420-SCAN-STORE-MASTER.
004980        IF DBL-STM-TAB-ID (DBL-STM-SUB) = DBL-TRAN-STORE
004981                AND DBL-STM-TAB-ACTIVE (DBL-STM-SUB) = 'Y'
004982            MOVE 'Y' TO DBL-STM-FOUND-SW
004983        END-IF.
004984    5420-EXIT.
004986        EXIT.
004987*================================================================
004988*  5500-CHECK-ORIGINAL-SALE - A RETURN MUST NAME A SALE ON THE
004989*  REGISTRY, FOR THE SAME ITEM, WITH ENOUGH LEFT TO RETURN. A
004990*  RETURN THAT FAILS ANY OF THESE IS NOT GUESSED AT - IT GOES
004991*  TO SUSPENSE UNDER ITS OWN REASON CODE. A RETURN TO ANOTHER
004992*  STORE IS FINE; THE SALE'S FACTOR STILL APPLIES.
004993*================================================================
004994    5500-CHECK-ORIGINAL-SALE.
004995        MOVE DBL-RAW-INPUT TO DBL-SUS-VALUE-WS.
004996        IF DBL-TRAN-ORIG-REF = SPACES
004997            MOVE 'RT ORIG SALE UNKNOWN' TO DBL-SUS-REASON-WS
004998            PERFORM 5590-SUSPEND-RETURN THRU 5590-EXIT
004999            GO TO 5500-EXIT
005000        END-IF.
005001        MOVE DBL-TRAN-ORIG-REF TO DBL-SRG-REF-NO.
005002        READ DBL-SALE-REGISTRY-FILE
005003            INVALID KEY
005004                MOVE 'N' TO DBL-SRG-FOUND-SW
005005            NOT INVALID KEY
005006                MOVE 'Y' TO DBL-SRG-FOUND-SW
005007        END-READ.
005008        IF NOT DBL-SRG-FOUND
005009            MOVE 'RT ORIG SALE UNKNOWN' TO DBL-SUS-REASON-WS
005010            PERFORM 5590-SUSPEND-RETURN THRU 5590-EXIT
005011            GO TO 5500-EXIT
005012        END-IF.
005013        IF DBL-SRG-ITEM NOT = DBL-TRAN-ITEM
005014            MOVE 'RT ORIG ITEM DIFFERS' TO DBL-SUS-REASON-WS
005015            PERFORM 5590-SUSPEND-RETURN THRU 5590-EXIT
005016            GO TO 5500-EXIT
005017        END-IF.
005018        IF DBL-ORIGINAL-NUMBER < 0
005019            COMPUTE DBL-RTN-AMOUNT = 0 - DBL-ORIGINAL-NUMBER
005020        ELSE
005021            MOVE DBL-ORIGINAL-NUMBER TO DBL-RTN-AMOUNT
005022        END-IF.
005023        IF DBL-SRG-SALE-AMOUNT < 0
005024            COMPUTE DBL-RTN-SALE-AMOUNT = 0 - DBL-SRG-SALE-AMOUNT
005025        ELSE
005026            MOVE DBL-SRG-SALE-AMOUNT TO DBL-RTN-SALE-AMOUNT
005027        END-IF.
005028        COMPUTE DBL-RTN-LEFT =
005029            DBL-RTN-SALE-AMOUNT - DBL-SRG-RETURNED.
005030        IF DBL-RTN-AMOUNT > DBL-RTN-LEFT
005031            MOVE 'RT EXCEEDS SALE LEFT' TO DBL-SUS-REASON-WS
005032            PERFORM 5590-SUSPEND-RETURN THRU 5590-EXIT
005033            GO TO 5500-EXIT
005034        END-IF.
005035        MOVE DBL-SRG-FACTOR TO DBL-RTN-FACTOR.
005036    5500-EXIT.
005037        EXIT.
005038*
005039    5590-SUSPEND-RETURN.
005040        PERFORM 4200-WRITE-SUSPENSE-ENTRY THRU 4200-EXIT.
005042        MOVE 'N' TO DBL-VALIDATION-SW.
005043    5590-EXIT.
005044        EXIT.
005045*================================================================
005046*  5600-UPDATE-SALE-REGISTRY - A SCALED SALE IS REGISTERED FOR
005047*  ITS FUTURE RETURNS; A SCALED RETURN IS CHARGED AGAINST ITS
005048*  SALE. AN OVERFLOWED CYCLE SCALED NOTHING AND IS IN SUSPENSE,
005049*  SO IT TOUCHES NEITHER. A SALE SEEN AGAIN (A FORCED RERUN)
005050*  IS REFRESHED BUT KEEPS ITS RETURNED-TO-DATE, SO RETURNS
005051*  ALREADY TAKEN ARE NOT FORGOTTEN. A SALE A TIER SPLIT OR THE
005052*  UPLIFT CAP PRICED IS REGISTERED AT THE RATE IT ACTUALLY GOT
005053*  (SCALED OVER ORIGINAL, ROUNDED), NOT THE ROW'S BASE FACTOR,
005054*  SO ITS RETURNS GIVE BACK NO MORE THAN THE SALE EARNED.
005055*================================================================
005056    5600-UPDATE-SALE-REGISTRY.
005057        IF DBL-OVERFLOW = 1
005058            GO TO 5600-EXIT
005059        END-IF.
005060        IF DBL-TRAN-TYPE = 'RT'
005061            ADD DBL-RTN-AMOUNT TO DBL-SRG-RETURNED
005062            REWRITE DBL-SALE-REGISTRY-RECORD
005063            GO TO 5600-EXIT
005064        END-IF.
005065        IF DBL-TRAN-TYPE NOT = 'SA'
005066            GO TO 5600-EXIT
005067        END-IF.
005068        MOVE DBL-TRAN-REF TO DBL-SRG-REF-NO.
005069        READ DBL-SALE-REGISTRY-FILE
005070            INVALID KEY
005071                MOVE 'N' TO DBL-SRG-FOUND-SW
005072                MOVE 0 TO DBL-SRG-RETURNED
005073            NOT INVALID KEY
005074                MOVE 'Y' TO DBL-SRG-FOUND-SW
005075        END-READ.
005076        MOVE DBL-TRAN-ITEM TO DBL-SRG-ITEM.
005077        MOVE DBL-TRAN-STORE TO DBL-SRG-STORE.
005078        MOVE DBL-RUN-DATE TO DBL-SRG-SALE-DATE.
005079        IF DBL-CYCLE-RULE = 'N' OR DBL-ORIGINAL-NUMBER = 0
005080            MOVE DBL-CYCLE-FACTOR TO DBL-SRG-FACTOR
005081        ELSE
005082            COMPUTE DBL-SRG-FACTOR ROUNDED =
005083                DBL-NUMBER / DBL-ORIGINAL-NUMBER
005084        END-IF.
005085        MOVE DBL-ORIGINAL-NUMBER TO DBL-SRG-SALE-AMOUNT.
005086        IF DBL-SRG-FOUND
005087            REWRITE DBL-SALE-REGISTRY-RECORD
005088        ELSE
005089            WRITE DBL-SALE-REGISTRY-RECORD
005090        END-IF.
005091    5600-EXIT.
005092        EXIT.
005093*================================================================
005094*  5700-CHECK-DUPLICATE-REF - A REFERENCE ALREADY ON THE
005095*  REGISTRY HAS BEEN TO DBLOUT BEFORE (OR IS IN SUSPENSE AFTER
005096*  OVERFLOWING) AND IS NOT SCALED AGAIN, UNLESS:
005097*    - IT IS THIS SAME INPUT RECORD, REGISTERED TODAY BEFORE
005098*      AN ABEND AND NOW REPLAYED FROM THE CHECKPOINT;
005099*    - THE RUN IS A FORCED RERUN OF AN INPUT DBLRCT SHOWS WAS
005100*      ALREADY PROCESSED, AUDITED AS SUCH BY THE FORCERUN LINE
005101*      (FORCE ON AN INPUT NOT YET PROCESSED CHANGES NOTHING);
005102*    - IT IS AN RV AND THE ORIGINAL IS STILL ACTIVE (A SECOND
005103*      RV OF THE SAME ORIGINAL IS ITSELF A DUPLICATE); OR
005104*    - THE ORIGINAL WAS REVERSED AND THIS IS ITS CORRECTED
005105*      RESUBMISSION; OR
005106*    - IT IS AN RT LEFT IN SUSPENSE (OVERFLOWED, OR REFUSED ON
005107*      RELEASE BY 2090 OR BY DBL450) AND THIS IS ITS
005108*      RESUBMISSION - DBL300 AND DBL310 DO NOT REPAIR A
005109*      RETURN, THEY SEND IT BACK TO DBLIN, SO THIS IS THE ONLY
005110*      WAY IT CAN CLEAR. 5800 THEN MAKES THE ENTRY ACTIVE.
005111*  AN RV WHOSE ORIGINAL IS NOT ON THE REGISTRY (PURGED BY
005112*  DBL650) IS LET THROUGH - THERE IS NOTHING TO PROVE IT BY.
005113*================================================================
005114    5700-CHECK-DUPLICATE-REF.
005115        MOVE DBL-TRAN-REF TO DBL-REF-NO.
005116        READ DBL-REFERENCE-FILE
005117            INVALID KEY
005118                MOVE 'N' TO DBL-REF-FOUND-SW
005119            NOT INVALID KEY
005120                MOVE 'Y' TO DBL-REF-FOUND-SW
005121        END-READ.
005122        IF NOT DBL-REF-FOUND
005123            GO TO 5700-EXIT
005124        END-IF.
005125        IF DBL-REF-DATE = DBL-RUN-DATE
005126                AND DBL-REF-RECORD-NO = DBL-RECORD-NUMBER
005127            GO TO 5700-EXIT
005128        END-IF.
005129        IF DBL-RCT-MATCHED AND DBL-FORCE-RERUN
005130            GO TO 5700-EXIT
005131        END-IF.
005132        IF DBL-TRAN-TYPE = 'RV'
005133            IF DBL-REF-ACTIVE
005134                GO TO 5700-EXIT
005135            END-IF
005136        ELSE
005137            IF DBL-REF-REVERSED
005138                GO TO 5700-EXIT
005139            END-IF
005140            IF DBL-TRAN-TYPE = 'RT'
005141                    AND DBL-REF-TRAN-TYPE = 'RT'
005142                    AND DBL-REF-SUSPENDED
005143                GO TO 5700-EXIT
005144            END-IF
005145        END-IF.
005146        PERFORM 5790-SUSPEND-DUPLICATE THRU 5790-EXIT.
005147    5700-EXIT.
005148        EXIT.
005149*
005150*       THE DUPLICATE'S REFERENCE BELONGS TO ITS ORIGINAL (WHICH
005151*       MAY ITSELF BE IN SUSPENSE), SO IT IS FILED UNDER A '*'
005152*       SURROGATE - WHICH ALSO KEEPS DBL300 FROM EVER VALUE-
005153*       REPAIRING IT - WITH THE DUPLICATED REFERENCE AS ITS VALUE.
005154    5790-SUSPEND-DUPLICATE.
005155        ADD 1 TO DBL-COUNT-DUPLICATE.
005156        MOVE DBL-TRAN-REF TO DBL-SUS-VALUE-WS.
005157        MOVE 'DUPLICATE REFERENCE ' TO DBL-SUS-REASON-WS.
005158        MOVE SPACES TO DBL-TRAN-REF.
005159        PERFORM 4200-WRITE-SUSPENSE-ENTRY THRU 4200-EXIT.
005160        MOVE DBL-SUS-VALUE-WS TO DBL-TRAN-REF.
005161        MOVE 'N' TO DBL-VALIDATION-SW.
005162    5790-EXIT.
005163        EXIT.
005164*================================================================
005165*  5800-REGISTER-REFERENCE - RECORD THE REFERENCE JUST WRITTEN
005166*  TO DBLOUT: ACTIVE WHEN SCALED, SUSPENDED WHEN IT OVERFLOWED
005167*  (DBL300 MAKES IT ACTIVE WHEN REPAIRED), HELD WHEN IT WENT TO
005168*  THE HOLD QUEUE (ACTIVE AGAIN WHEN RELEASED). AN RV MARKS THE
005169*  REFERENCE REVERSED. 5700 LEFT THE RECORD AREA HOLDING ANY
005170*  EXISTING ENTRY, SO THE FOUND SWITCH SAYS WRITE OR REWRITE.
005171*================================================================
005172    5800-REGISTER-REFERENCE.
005173        MOVE DBL-TRAN-REF TO DBL-REF-NO.
005174        IF DBL-TRAN-TYPE = 'RV'
005175            MOVE 'R' TO DBL-REF-STATE
005176        ELSE
005177            IF DBL-OVERFLOW = 1
005178                MOVE 'S' TO DBL-REF-STATE
005179            ELSE
005180                IF DBL-HOLD-THIS-ITEM
005181                    MOVE 'H' TO DBL-REF-STATE
005182                ELSE
005183                    MOVE 'A' TO DBL-REF-STATE
005184                END-IF
005185            END-IF
005186        END-IF.
005187        MOVE DBL-TRAN-TYPE TO DBL-REF-TRAN-TYPE.
005188        MOVE DBL-TRAN-ITEM TO DBL-REF-ITEM.
005189        MOVE DBL-TRAN-STORE TO DBL-REF-STORE.
005190        MOVE DBL-RUN-DATE TO DBL-REF-DATE.
005191        MOVE DBL-RECORD-NUMBER TO DBL-REF-RECORD-NO.
005192        IF DBL-REF-FOUND
005193            REWRITE DBL-REFERENCE-RECORD
005194        ELSE
005195            WRITE DBL-REFERENCE-RECORD
005196        END-IF.
005197    5800-EXIT.
005198        EXIT.
005199*================================================================
005200*  5900-CHECK-CEILING - A SCALED AMOUNT WHOSE MAGNITUDE IS
005201*  OVER THE CEILING OF ITS MOST SPECIFIC DBLLIM ROW IS HELD
005202*  FOR A SUPERVISOR INSTEAD OF GOING TO DBLOUT. AN OVERFLOWED
005203*  CYCLE IS ALREADY IN SUSPENSE, AND AN RV ONLY BACKS OUT AN
005204*  AMOUNT THAT WENT OUT ALREADY, SO NEITHER IS HELD. NO
005205*  MATCHING ROW MEANS NO CEILING.
005206*================================================================
005207    5900-CHECK-CEILING.
005208        MOVE 'N' TO DBL-HOLD-SW.
005210        IF DBL-OVERFLOW = 1 OR DBL-TRAN-TYPE = 'RV'
005211            GO TO 5900-EXIT
005212        END-IF.
005213        MOVE -1 TO DBL-LIM-BEST-SCORE.
005214        PERFORM 5910-SCAN-LIMITS THRU 5910-EXIT
005215            VARYING DBL-LIM-SUB FROM 1 BY 1
005216            UNTIL DBL-LIM-SUB > DBL-LIM-COUNT.
005217        IF DBL-LIM-BEST-SCORE < 0
005218            GO TO 5900-EXIT
005219        END-IF.
005220        IF DBL-NUMBER < 0
005221            COMPUTE DBL-HOLD-MAGNITUDE = 0 - DBL-NUMBER
005222        ELSE
005223            MOVE DBL-NUMBER TO DBL-HOLD-MAGNITUDE
005224        END-IF.
005225        IF DBL-HOLD-MAGNITUDE > DBL-CYCLE-CEILING
005226            MOVE 'Y' TO DBL-HOLD-SW
005227        END-IF.
005228    5900-EXIT.
005229        EXIT.
005230*
005231    5910-SCAN-LIMITS.
005232        IF DBL-LIM-TAB-STORE (DBL-LIM-SUB) NOT = SPACES
005233                AND DBL-LIM-TAB-STORE (DBL-LIM-SUB)
005234                NOT = DBL-TRAN-STORE
005235            GO TO 5910-EXIT
005236        END-IF.
005237        IF DBL-LIM-TAB-TYPE (DBL-LIM-SUB) NOT = SPACES
005238                AND DBL-LIM-TAB-TYPE (DBL-LIM-SUB)
005239                NOT = DBL-TRAN-TYPE
005240            GO TO 5910-EXIT
005241        END-IF.
005242        IF DBL-LIM-TAB-SCORE (DBL-LIM-SUB) > DBL-LIM-BEST-SCORE
005243            MOVE DBL-LIM-TAB-SCORE (DBL-LIM-SUB)
005244                TO DBL-LIM-BEST-SCORE
005245            MOVE DBL-LIM-TAB-CEILING (DBL-LIM-SUB)
005246                TO DBL-CYCLE-CEILING
005247        END-IF.
005248    5910-EXIT.
005249        EXIT.
005250*================================================================
005251*  5950-HOLD-ITEM - QUEUE THE CYCLE ON DBLHLD AND TAKE IT BACK
005252*  OUT OF THE RUN TOTALS 5000 COUNTED IT INTO: DBLRPT SUMS WHAT
005253*  WENT TO DBLOUT, AND A HELD ITEM IS COUNTED WHEN IT IS
005254*  RELEASED. THE AUDIT LINE IS FLAGGED 'H'. A RETURN IS NOT
005255*  CHARGED AGAINST ITS SALE UNTIL IT IS RELEASED. A REPLAY OR
005256*  FORCED RERUN RE-HOLDS AN ITEM STILL HELD ON THE QUEUE IN
005257*  PLACE, AND A RESUBMITTED RT (SEE 5700) MAY REPLACE ITS OWN
005258*  REJECTED ENTRY. ANY OTHER ENTRY ALREADY ON THE QUEUE HAS
005259*  BEEN DECIDED OR DELIVERED AND IS LEFT AS IT IS: THE CYCLE
005260*  IS NEITHER HELD NOR AUDITED BUT GOES TO SUSPENSE AS A
005261*  DUPLICATE, SO A SWEEP NEVER DELIVERS IT TWICE OR REVIVES A
005262*  REJECTED ITEM.
005263*================================================================
005264    5950-HOLD-ITEM.
005265        SUBTRACT 1 FROM DBL-COUNT-PROCESSED.
005266        SUBTRACT DBL-ORIGINAL-NUMBER FROM DBL-SUM-BEFORE.
005267        SUBTRACT DBL-NUMBER FROM DBL-SUM-AFTER.
005268        SUBTRACT 1 FROM DBL-FAC-LINES (DBL-FAC-IX).
005269        IF DBL-CYCLE-TIERED
005270            SUBTRACT 1 FROM DBL-FAC-TIERED (DBL-FAC-IX)
005271        END-IF.
005272        IF DBL-CYCLE-CAPPED
005273            SUBTRACT 1 FROM DBL-FAC-CAPPED (DBL-FAC-IX)
005274        END-IF.
005275        MOVE DBL-TRAN-REF TO DBL-HLD-REF-NO.
005276        READ DBL-HOLD-FILE
005277            INVALID KEY
005278                MOVE 'N' TO DBL-HLD-FOUND-SW
005279            NOT INVALID KEY
005280                MOVE 'Y' TO DBL-HLD-FOUND-SW
005281        END-READ.
005282        IF DBL-HLD-FOUND AND NOT DBL-HLD-HELD
005283            IF DBL-HLD-REJECTED AND DBL-TRAN-TYPE = 'RT'
005284                    AND DBL-REF-FOUND AND DBL-REF-SUSPENDED
005285                    AND NOT (DBL-RCT-MATCHED
005286                             AND DBL-FORCE-RERUN)
005287                CONTINUE
005288            ELSE
005289                DISPLAY 'HOLD ALREADY DECIDED, STATE '
005290                    DBL-HLD-STATE ' - NOT RE-HELD: ' DBL-TRAN-REF
005291                PERFORM 5790-SUSPEND-DUPLICATE THRU 5790-EXIT
005292                GO TO 5950-EXIT
005293            END-IF
005294        END-IF.
005295        ADD 1 TO DBL-COUNT-HELD.
005296        MOVE DBL-TRAN-ITEM TO DBL-HLD-ITEM.
005297        MOVE DBL-TRAN-STORE TO DBL-HLD-STORE.
005298        MOVE DBL-TRAN-TYPE TO DBL-HLD-TRAN-TYPE.
005299        MOVE DBL-TRAN-ORIG-REF TO DBL-HLD-ORIG-REF.
005300        MOVE DBL-ORIGINAL-NUMBER TO DBL-HLD-ORIG-QTY.
005301        MOVE DBL-NUMBER TO DBL-HLD-SCALED-QTY.
005302        MOVE DBL-CYCLE-FACTOR TO DBL-HLD-FACTOR.
005303        MOVE DBL-CYCLE-RULE TO DBL-HLD-PROMO-RULE.
005304        MOVE DBL-CYCLE-CEILING TO DBL-HLD-CEILING.
005305        MOVE DBL-RUN-DATE TO DBL-HLD-DATE.
005306        MOVE DBL-OPERATOR-ID TO DBL-HLD-OPERATOR.
005307        MOVE 'H' TO DBL-HLD-STATE.
005308        MOVE SPACES TO DBL-HLD-DECIDED-BY.
005309        MOVE 0 TO DBL-HLD-DECIDED-DATE.
005310        MOVE 0 TO DBL-HLD-OUT-DATE.
005311        IF DBL-HLD-FOUND
005312            REWRITE DBL-HOLD-RECORD
005313        ELSE
005314            WRITE DBL-HOLD-RECORD
005315        END-IF.
005316        IF DBL-HLD-STATUS NOT = '00'
005317            DISPLAY 'FATAL - DBLHLD UPDATE FAILED, STATUS '
005318                DBL-HLD-STATUS ' REF ' DBL-TRAN-REF
005319            MOVE 16 TO RETURN-CODE
005320            STOP RUN
005322        END-IF.
005323        PERFORM 4000-WRITE-AUDIT-LOG THRU 4000-EXIT.
005324    5950-EXIT.
005325        EXIT.
005326*================================================================
005327*  5000-SCALE-NUMBER - CALL DBL200 TO APPLY THE SCALE FACTOR
005328*  AND THE OVERFLOW GUARD CARRIED OVER FROM BUGSOLUTION.COB.
005329*  THE ROW'S TIERS AND UPLIFT CAP GO WITH THE FACTOR, AND THE
005330*  LINE IS COUNTED INTO ITS FACTOR SLOT ONCE DBL200 HAS SAID
005331*  WHETHER A TIER SPLIT OR THE CAP APPLIED.
005333*================================================================
005334    5000-SCALE-NUMBER.
005335        ADD 1 TO DBL-COUNT-PROCESSED.
005336        ADD DBL-ORIGINAL-NUMBER TO DBL-SUM-BEFORE.
005337        PERFORM 5200-FIND-FACTOR THRU 5200-EXIT.
005338        MOVE DBL-ORIGINAL-NUMBER TO LS-DBL200-INPUT-QTY.
005339        MOVE DBL-CYCLE-FACTOR TO LS-DBL200-MULTIPLIER.
005340        MOVE DBL-CYCLE-TIER-COUNT TO LS-DBL200-TIER-COUNT.
005341        MOVE DBL-CYCLE-TIER-FROM (1) TO LS-DBL200-TIER-FROM (1).
005342        MOVE DBL-CYCLE-TIER-FACTOR (1)
005343            TO LS-DBL200-TIER-FACTOR (1).
005344        MOVE DBL-CYCLE-TIER-FROM (2) TO LS-DBL200-TIER-FROM (2).
005345        MOVE DBL-CYCLE-TIER-FACTOR (2)
005346            TO LS-DBL200-TIER-FACTOR (2).
005347        MOVE DBL-CYCLE-TIER-FROM (3) TO LS-DBL200-TIER-FROM (3).
005348        MOVE DBL-CYCLE-TIER-FACTOR (3)
005349            TO LS-DBL200-TIER-FACTOR (3).
005350        MOVE DBL-CYCLE-CAP TO LS-DBL200-MAX-UPLIFT.
005351        CALL 'DBL200' USING LS-DBL200-PARMS.
005352        MOVE LS-DBL200-PROMO-RULE TO DBL-CYCLE-RULE.
005353        PERFORM 5300-ROLL-FACTOR-USAGE THRU 5300-EXIT.
005354        IF LS-DBL200-OVERFLOW-SW = 1
005355            MOVE 1 TO DBL-OVERFLOW
005356            DISPLAY 'OVERFLOW DETECTED!'
005357            ADD 1 TO DBL-COUNT-OVERFLOW
005358            MOVE DBL-ORIGINAL-NUMBER-X TO DBL-SUS-VALUE-WS
005359            MOVE 'SCALE WOULD OVERFLOW' TO DBL-SUS-REASON-WS
005360            PERFORM 4200-WRITE-SUSPENSE-ENTRY THRU 4200-EXIT
005361        ELSE
005362            MOVE 0 TO DBL-OVERFLOW
005363            MOVE LS-DBL200-RESULT TO DBL-NUMBER
005364            ADD DBL-NUMBER TO DBL-SUM-AFTER
005365        END-IF.
005366    5000-EXIT.
005367        EXIT.
005368*================================================================
005369*  5200-FIND-FACTOR - RESOLVE THE FACTOR FOR THE CURRENT
005370*  CYCLE'S KEYS: THE HIGHEST-SPECIFICITY DBLPFM ROW WHOSE KEYS
005371*  MATCH (BLANK MATCHES ANYTHING) AND WHOSE EFFECTIVE RANGE
005372*  COVERS THE RUN DATE. NO MATCH LEAVES THE DBLCTL DEFAULT.
005373*  EVERYTHING BUT A MATCHED ROW IS A FLAT FACTOR: NO TIERS AND
005374*  NO UPLIFT CAP.
005375*================================================================
005376    5200-FIND-FACTOR.
005377        MOVE 0 TO DBL-CYCLE-TIER-COUNT.
005378        MOVE 0 TO DBL-CYCLE-CAP.
005379*       A REVERSAL CARRIES AN ALREADY-SCALED, NEGATED AMOUNT -
005380*       ANY FACTOR BUT 1.00 WOULD STOP THE BACKOUT NETTING TO
005381*       ZERO AT THE WAREHOUSE.
005382        IF DBL-TRAN-TYPE = 'RV'
005383            MOVE 1.00 TO DBL-CYCLE-FACTOR
005384            GO TO 5200-EXIT
005385        END-IF.
005386*       A RETURN GIVES BACK WHAT THE SALE GOT - TODAY'S CARD OR
005387*       PROMO ROW WOULD BOOK A PHANTOM GAIN OR LOSS. ONLY BATCH
005388*       RETURNS REACH HERE, ALREADY PRICED BY 5500.
005389        IF DBL-TRAN-TYPE = 'RT'
005390            MOVE DBL-RTN-FACTOR TO DBL-CYCLE-FACTOR
005391            GO TO 5200-EXIT
005392        END-IF.
005393        MOVE DBL-MULTIPLIER TO DBL-CYCLE-FACTOR.
005394        MOVE -1 TO DBL-PFM-BEST-SCORE.
005395        PERFORM 5210-SCAN-PROMO THRU 5210-EXIT
005396            VARYING DBL-PFM-SUB FROM 1 BY 1
005397            UNTIL DBL-PFM-SUB > DBL-PFM-COUNT.
005398    5200-EXIT.
005399        EXIT.
005400*
005401    5210-SCAN-PROMO.
005402        IF DBL-PFM-TAB-ITEM (DBL-PFM-SUB) NOT = SPACES
005403                AND DBL-PFM-TAB-ITEM (DBL-PFM-SUB)
005404                NOT = DBL-TRAN-ITEM
005405            GO TO 5210-EXIT
005406        END-IF.
005407        IF DBL-PFM-TAB-STORE (DBL-PFM-SUB) NOT = SPACES
005409                AND DBL-PFM-TAB-STORE (DBL-PFM-SUB)
005410                NOT = DBL-TRAN-STORE
005411            GO TO 5210-EXIT
005412        END-IF.
005413        IF DBL-PFM-TAB-TYPE (DBL-PFM-SUB) NOT = SPACES
005414                AND DBL-PFM-TAB-TYPE (DBL-PFM-SUB)
005415                NOT = DBL-TRAN-TYPE
005416            GO TO 5210-EXIT
005417        END-IF.
005418        IF DBL-RUN-DATE < DBL-PFM-TAB-FROM (DBL-PFM-SUB)
005419                OR DBL-RUN-DATE > DBL-PFM-TAB-TO (DBL-PFM-SUB)
005420            GO TO 5210-EXIT
005421        END-IF.
005422*       A TIE KEEPS THE EARLIER ROW, SO THE STRICTLY-GREATER
005423*       COMPARE IS DELIBERATE.
005424        IF DBL-PFM-TAB-SCORE (DBL-PFM-SUB) > DBL-PFM-BEST-SCORE
005425            MOVE DBL-PFM-TAB-SCORE (DBL-PFM-SUB)
005426                TO DBL-PFM-BEST-SCORE
005427            MOVE DBL-PFM-TAB-FACTOR (DBL-PFM-SUB)
005428                TO DBL-CYCLE-FACTOR
005429            MOVE DBL-PFM-TAB-SHAPE (DBL-PFM-SUB)
005430                TO DBL-CYCLE-SHAPE
005431        END-IF.
005432    5210-EXIT.
005433        EXIT.
005434*================================================================
005435*  5300-ROLL-FACTOR-USAGE - FIND OR ADD THE SLOT FOR THE
005436*  FACTOR JUST APPLIED AND COUNT THE LINE INTO IT, FOR THE
005437*  PER-FACTOR SECTION OF THE DBLRPT SUMMARY, WITH THE LINES A
005438*  TIER SPLIT OR THE UPLIFT CAP APPLIED TO COUNTED ALONGSIDE.
005439*================================================================
005440    5300-ROLL-FACTOR-USAGE.
005441        MOVE 0 TO DBL-FAC-IX.
005442        PERFORM 5310-SCAN-FACTOR-USAGE THRU 5310-EXIT
005443            VARYING DBL-FAC-SUB FROM 1 BY 1
005444            UNTIL DBL-FAC-SUB > DBL-FAC-COUNT
005445                OR DBL-FAC-IX > 0.
005446        IF DBL-FAC-IX = 0
005447            IF DBL-FAC-COUNT >= 20
005448                DISPLAY 'FATAL - MORE THAN 20 FACTORS IN ONE RUN'
005449                MOVE 16 TO RETURN-CODE
005450                STOP RUN
005451            END-IF
005452            ADD 1 TO DBL-FAC-COUNT
005453            MOVE DBL-FAC-COUNT TO DBL-FAC-IX
005454            MOVE DBL-CYCLE-FACTOR TO DBL-FAC-FACTOR (DBL-FAC-IX)
005455            MOVE 0 TO DBL-FAC-LINES (DBL-FAC-IX)
005456            MOVE 0 TO DBL-FAC-TIERED (DBL-FAC-IX)
005457            MOVE 0 TO DBL-FAC-CAPPED (DBL-FAC-IX)
005458        END-IF.
005459        ADD 1 TO DBL-FAC-LINES (DBL-FAC-IX).
005460        IF DBL-CYCLE-TIERED
005461            ADD 1 TO DBL-FAC-TIERED (DBL-FAC-IX)
005462        END-IF.
005463        IF DBL-CYCLE-CAPPED
005464            ADD 1 TO DBL-FAC-CAPPED (DBL-FAC-IX)
005465        END-IF.
005466    5300-EXIT.
005467        EXIT.
005468*
005469    5310-SCAN-FACTOR-USAGE.
005470        IF DBL-FAC-FACTOR (DBL-FAC-SUB) = DBL-CYCLE-FACTOR
005471            MOVE DBL-FAC-SUB TO DBL-FAC-IX
005472        END-IF.
005473    5310-EXIT.
005474        EXIT.
005475*================================================================
005476*  9000-TERMINATE - END OF RUN HOUSEKEEPING.
005477*================================================================
005478    9000-TERMINATE.
005479        MOVE DBL-SUM-BEFORE TO DBL-SUM-BEFORE-ED.
005480        MOVE DBL-SUM-AFTER TO DBL-SUM-AFTER-ED.
005481        OPEN OUTPUT DBL-REPORT-FILE.
005482        IF DBL-RPT-STATUS NOT = '00'
005483            DISPLAY 'FATAL - DBLRPT OPEN FAILED, STATUS '
005485                DBL-RPT-STATUS
005486            MOVE 16 TO RETURN-CODE
005487            STOP RUN
005488        END-IF.
005489        MOVE DBL-MULTIPLIER TO DBL-MULTIPLIER-ED.
005490        MOVE SPACES TO DBL-REPORT-LINE.
005491        STRING 'DEFAULT FACTOR  . . . . : ' DBL-MULTIPLIER-ED
005492            DELIMITED BY SIZE INTO DBL-REPORT-LINE.
005493        WRITE DBL-REPORT-LINE.
005494        MOVE SPACES TO DBL-REPORT-LINE.
005495        MOVE 'ROUNDING RULE . . . . . : HALF UP ON CENTS'
005496            TO DBL-REPORT-LINE.
005497        WRITE DBL-REPORT-LINE.
005498        MOVE SPACES TO DBL-REPORT-LINE.
005499        STRING 'LINES PROCESSED . . . . : ' DBL-COUNT-PROCESSED
005500            DELIMITED BY SIZE INTO DBL-REPORT-LINE.
005501        WRITE DBL-REPORT-LINE.
005502        MOVE SPACES TO DBL-REPORT-LINE.
005503        STRING 'SUM BEFORE SCALING  . . : ' DBL-SUM-BEFORE-ED
005504            DELIMITED BY SIZE INTO DBL-REPORT-LINE.
005505        WRITE DBL-REPORT-LINE.
005506        MOVE SPACES TO DBL-REPORT-LINE.
005507        STRING 'SUM AFTER SCALING . . . : ' DBL-SUM-AFTER-ED
005508            DELIMITED BY SIZE INTO DBL-REPORT-LINE.
005509        WRITE DBL-REPORT-LINE.
005510        MOVE SPACES TO DBL-REPORT-LINE.
005511        STRING 'OVERFLOW REJECTS  . . . : ' DBL-COUNT-OVERFLOW
005512            DELIMITED BY SIZE INTO DBL-REPORT-LINE.
005513        WRITE DBL-REPORT-LINE.
005514        MOVE SPACES TO DBL-REPORT-LINE.
005515        STRING 'DUPLICATE REFERENCES  . : ' DBL-COUNT-DUPLICATE
005516            DELIMITED BY SIZE INTO DBL-REPORT-LINE.
005517        WRITE DBL-REPORT-LINE.
005518        MOVE SPACES TO DBL-REPORT-LINE.
005519        STRING 'HELD FOR APPROVAL . . . : ' DBL-COUNT-HELD
005520            DELIMITED BY SIZE INTO DBL-REPORT-LINE.
005521        WRITE DBL-REPORT-LINE.
005522        MOVE SPACES TO DBL-REPORT-LINE.
005523        STRING 'RELEASED FROM HOLD  . . : ' DBL-COUNT-RELEASED
005524            DELIMITED BY SIZE INTO DBL-REPORT-LINE.
005525        WRITE DBL-REPORT-LINE.
005526*       ONE LINE PER DISTINCT FACTOR THE RUN APPLIED, SO
005527*       FINANCE SEES EVERY RATE WITHOUT PULLING THE TRAIL.
005528        MOVE SPACES TO DBL-REPORT-LINE.
005529        MOVE 'FACTORS APPLIED THIS RUN' TO DBL-REPORT-LINE.
005530        WRITE DBL-REPORT-LINE.
005531        PERFORM 9200-PRINT-ONE-FACTOR THRU 9200-EXIT
005532            VARYING DBL-FAC-SUB FROM 1 BY 1
005533            UNTIL DBL-FAC-SUB > DBL-FAC-COUNT.
005534        CLOSE DBL-REPORT-FILE.
005535        PERFORM 9100-APPEND-RUN-HISTORY THRU 9100-EXIT.
005536*       ONLY A COMPLETED BATCH RUN VOUCHES FOR DBLOUT - THE
005537*       INTERACTIVE FALLBACK WRITES NO BATCH OUTPUT AND MUST
005538*       NOT RELEASE THE DOWNSTREAM CHAIN.
005539        IF DBL-MODE-BATCH
005540            PERFORM 9300-STAMP-MANIFEST THRU 9300-EXIT
005541        END-IF.
005542        IF DBL-PART-MODE
005543            DISPLAY 'PARTITION . . . . . . . : ' DBL-PART-NO
005544        END-IF.
005545        DISPLAY 'DEFAULT FACTOR  . . . . : ' DBL-MULTIPLIER-ED.
005546        DISPLAY 'ROUNDING RULE . . . . . : HALF UP ON CENTS'.
005547        DISPLAY 'LINES PROCESSED . . . . : ' DBL-COUNT-PROCESSED.
005548        DISPLAY 'SUM BEFORE SCALING  . . : ' DBL-SUM-BEFORE-ED.
005549        DISPLAY 'SUM AFTER SCALING . . . : ' DBL-SUM-AFTER-ED.
005550        DISPLAY 'OVERFLOW REJECTS  . . . : ' DBL-COUNT-OVERFLOW.
005551        DISPLAY 'DUPLICATE REFERENCES  . : ' DBL-COUNT-DUPLICATE.
005552        DISPLAY 'HELD FOR APPROVAL . . . : ' DBL-COUNT-HELD.
005553        DISPLAY 'RELEASED FROM HOLD  . . : ' DBL-COUNT-RELEASED.
005554        DISPLAY 'DBL100 PROCESSING COMPLETE'.
005555    9000-EXIT.
005556        EXIT.
005557*================================================================
005558*  9100-APPEND-RUN-HISTORY - ONE RECORD PER RUN ON THE
005560*  PERMANENT DBLHST FILE. DBLRPT IS OVERWRITTEN EVERY RUN, SO
005570*  THIS APPEND IS WHAT LETS DBL700 ANSWER RUN-OVER-RUN
005580*  QUESTIONS LIKE A CREEPING OVERFLOW RATE.
005740        MOVE DBL-SUM-AFTER TO DBL-HST-SUM-AFTER.
005750        WRITE DBL-HISTORY-RECORD.
005760        CLOSE DBL-HISTORY-FILE.
005761    9100-EXIT.
005763        EXIT.
005764*
005766*================================================================
005767*  9300-STAMP-MANIFEST - ONE MANIFEST RECORD AT SUCCESSFUL
005769*  BATCH COMPLETION. DBL300/400/500 REFUSE TO START WITHOUT A
005770*  CLEAN ENTRY HERE FOR THEIR BUSINESS DATE. STATUS 05 IS THE
005772*  FIRST-EVER RUN CREATING THE MANIFEST. A PARTITION STEP
005773*  STAMPS ITSELF DBL100NN; ONLY THE DBL150 MERGE OF EVERY
005775*  PARTITION RELEASES THE DOWNSTREAM CHAIN.
005776*================================================================
005777    9300-STAMP-MANIFEST.
005778        OPEN EXTEND DBL-MANIFEST-FILE.
005783            MOVE 16 TO RETURN-CODE
005784            STOP RUN
005785        END-IF.
005786        IF DBL-PART-MODE
005796            MOVE SPACES TO DBL-MAN-PROGRAM
005806            STRING 'DBL100' DBL-PART-NO DELIMITED BY SIZE
005816                INTO DBL-MAN-PROGRAM
005826        ELSE
005836            MOVE 'DBL100  ' TO DBL-MAN-PROGRAM
005846        END-IF.
005856        MOVE DBL-RUN-DATE TO DBL-MAN-RUN-DATE.
005866        MOVE 0 TO DBL-MAN-RETURN-CODE.
005876        ACCEPT DBL-MAN-FINISH-DATE FROM DATE YYYYMMDD.
005886        ACCEPT DBL-STAMP-CLOCK FROM TIME.
005896        MOVE DBL-STAMP-CLOCK (1:6) TO DBL-MAN-FINISH-TIME.
005906        MOVE DBL-START-DATE TO DBL-MAN-START-DATE.
005916        MOVE DBL-START-CLOCK (1:6) TO DBL-MAN-START-TIME.
005926        MOVE DBL-COUNT-PROCESSED TO DBL-MAN-REC-COUNT.
005936        WRITE DBL-MANIFEST-RECORD.
005946        CLOSE DBL-MANIFEST-FILE.
005956    9300-EXIT.
005966        EXIT.
005976*
005986*       THE TIER-SPLIT AND CAPPED COUNTS FOLLOW THE LINE COUNT,
005996*       SO A READER OF THE OLD 'FACTOR 99.99 ON 9999999 LINES'
006006*       FRONT STILL FINDS IT WHERE IT WAS.
006016    9200-PRINT-ONE-FACTOR.
006026        MOVE DBL-FAC-FACTOR (DBL-FAC-SUB) TO DBL-MULTIPLIER-ED.
006036        MOVE SPACES TO DBL-REPORT-LINE.
006046        STRING 'FACTOR ' DBL-MULTIPLIER-ED ' ON '
006056            DBL-FAC-LINES (DBL-FAC-SUB) ' LINES, '
006066            DBL-FAC-TIERED (DBL-FAC-SUB) ' TIER SPLIT, '
006076            DBL-FAC-CAPPED (DBL-FAC-SUB) ' CAPPED'
006086            DELIMITED BY SIZE INTO DBL-REPORT-LINE.
006096        WRITE DBL-REPORT-LINE.
006106    9200-EXIT.
006116        EXIT.
