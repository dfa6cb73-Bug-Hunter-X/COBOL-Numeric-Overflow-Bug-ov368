000210*                  WHEN OUT OF BALANCE SO THE SCHEDULER CAN      *
000220*                  HOLD THE WAREHOUSE FEED. RUN THIS DIRECTLY    *
000230*                  AFTER THE BATCH DBL100 STEP, BEFORE ANY       *
000231*                  DOWNSTREAM JOB CONSUMES DBLOUT.               *
000232*  08/22/2026 RJ   THE DBLIN TRAILER RECORD (SEE DBL100'S        *
000233*                  PRE-PASS) IS EXCLUDED FROM THE INPUT COUNT    *
000234*                  SO THE FUNDAMENTAL BALANCE STILL HOLDS.       *
000235*  08/22/2026 RJ   THE FORCERUN AND AUTHFAIL PSEUDO-LINES        *
000237*                  DBL100 WRITES TO THE TRAIL ARE SKIPPED BY     *
000238*                  THE AUDIT COUNT, AND THE SUSPENSE COUNT IS    *
000239*                  SCOPED TO THE RUN BEING PROVED (DBLSUS IS     *
000240*                  NOW PERMANENT AND CARRIES OLDER RESIDUE).     *
000241*  09/01/2026 RJ   THE AUDIT RECORD WIDENED TO CARRY THE FACTOR  *
000243*                  APPLIED PER CYCLE (DBLPFM PROMO MASTER). THE  *
000244*                  BALANCE PROOF IS UNCHANGED - SUMS AND COUNTS  *
000245*                  ARE FACTOR-BLIND.                             *
000246*  09/01/2026 RJ   THE AUDIT COUNT NOW ALSO SKIPS DBL950'S       *
000247*                  REVERSAL-GENERATION PSEUDO-LINES ('G' IN THE  *
000249*                  OVERFLOW BYTE) - THEY RECORD THAT A BACKOUT   *
000250*                  WAS CUT, NOT A PROCESSING CYCLE.              *
000251*  09/01/2026 RJ   DBLSUS IS NOW INDEXED BY REFERENCE NUMBER;    *
000252*                  THE COUNT PASS READS IT SEQUENTIALLY IN KEY   *
000253*                  ORDER, WHICH CHANGES NOTHING THE BALANCE      *
000255*                  PROOF DEPENDS ON.                             *
000256*  09/01/2026 RJ   THE JOB NOW REFUSES TO START (RC 24) UNLESS   *
000257*                  THE DBLMAN RUN MANIFEST SHOWS DBL100          *
000262*                  VERDICT, CLEAN OR NOT, IS STAMPED BACK TO     *
000263*                  THE MANIFEST SO DBL500 CAN PROVE THE          *
000264*                  BALANCE PASSED BEFORE IT EXTRACTS.            *
000265*  10/15/2026 RJ   THE DBLIN RECORD WIDENED TO 44 BYTES WITH THE *
000266*                  ORIGINAL-SALE REFERENCE A RETURN CARRIES.     *
000267*                  ONLY THE COUNT IS USED HERE; THE BALANCE      *
000268*                  PROOF IS UNCHANGED.                           *
000269*  10/15/2026 RJ   THE LARGE-AMOUNT HOLD QUEUE (DBLHLD) JOINS    *
000270*                  THE FUNDAMENTAL BALANCE: IN = OUT - RELEASED  *
000271*                  + SUS - OVFL + HOLD, WHERE HOLD IS THE ITEMS  *
000272*                  HELD OVER THEIR CEILING THIS RUN AND RELEASED *
000273*                  IS EARLIER HOLDS DBL100 DELIVERED TO THIS     *
000274*                  DBLOUT. DBL100'S HOLD AUDIT LINES ('H') MUST  *
000275*                  MATCH THE QUEUE; DBL450'S DECISION LINES      *
000276*                  ('A'/'X') AND ITS 'HOLD REJECTED' SUSPENSE    *
000277*                  ENTRIES ARE LEFT OUT OF THE COUNTS.           *
000278*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT       *
000279*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE  *
000280*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.   *
000281*  10/15/2026 RJ   A CLEAN DBL150 PARTITION MERGE STAMP          *
000282*                  SATISFIES THE DBL100 PREREQUISITE THE SAME    *
000283*                  AS A SINGLE DBL100 RUN; THE MERGED DBLRPT     *
000284*                  BALANCES LIKE A SINGLE RUN'S.                 *
000285*  10/15/2026 RJ   THE DBLAUD RECORD WIDENED FROM 73 TO 74       *
000286*                  BYTES FOR THE PROMO RULE DBL200 APPLIED TO    *
000287*                  EACH CYCLE.                                   *
000288*  10/15/2026 RJ   THE DBLMAN STAMP NOW CARRIES THIS STEP'S      *
000289*                  START DATE AND TIME, AND ITS FINISH TIME IS   *
000290*                  TAKEN AS HHMMSS (IT WAS BEING CUT TO          *
000291*                  MMSSHH), FOR THE DBL980 BATCH-WINDOW STATUS   *
000292*                  BOARD.                                        *
000293*  10/15/2026 RJ   DBLHLD IS NOW ALSO READ BY KEY: A SUSPENSE    *
000294*                  ENTRY WHOSE HOLD RECORD IS CLOSED 'X' (A      *
000295*                  DBL450 REJECTION, OR A HELD RETURN DBL100     *
000296*                  SUSPENDED AT RELEASE BECAUSE ITS SALE COULD   *
000297*                  NO LONGER COVER IT) IS LEFT OUT OF THE RUN'S  *
000298*                  SUSPENSE COUNT; IT WAS COUNTED AS A HOLD.     *
000299*  10/15/2026 RJ   A SUSPENSE ENTRY IS LEFT OUT AS AN ALREADY-   *
000300*                  COUNTED HOLD ONLY WHEN ITS HOLD IS CLOSED     *
000301*                  'X' AND IT STILL CARRIES THE DECISION'S OWN   *
000302*                  REASON, SO A RESUBMITTED RT SUSPENDED AGAIN   *
000303*                  IS COUNTED.                                   *
000304*--------------------------------------------------------------*
000305*
000306    ENVIRONMENT DIVISION.
000307    CONFIGURATION SECTION.
000308    SOURCE-COMPUTER. IBM-370.
000309    OBJECT-COMPUTER. IBM-370.
000310    INPUT-OUTPUT SECTION.
000320    FILE-CONTROL.
000330        SELECT DBL-INPUT-FILE ASSIGN TO DBLIN
000502        SELECT OPTIONAL DBL-MANIFEST-FILE ASSIGN TO DBLMAN
000504            ORGANIZATION IS LINE SEQUENTIAL
000506            FILE STATUS IS DBL4-MAN-STATUS.
000507        SELECT OPTIONAL DBL-HOLD-FILE ASSIGN TO DBLHLD
000508            ORGANIZATION IS INDEXED
000510            ACCESS MODE IS DYNAMIC
000512            RECORD KEY IS DBL-HLD-REF-NO
000515            FILE STATUS IS DBL4-HLD-STATUS.
000517*
000520    DATA DIVISION.
000530    FILE SECTION.
000540*--------------------------------------------------------------*
000560*  THE COUNT MATTERS HERE; THE FIELDS ARE NOT RE-VALIDATED.     *
000570*--------------------------------------------------------------*
000580    FD  DBL-INPUT-FILE
000590        RECORD CONTAINS 44 CHARACTERS.
000600    01  DBL-INPUT-RECORD.
000610        05  DBL-IN-ITEM             PIC X(08).
000620        05  DBL-IN-STORE            PIC X(04).
000630        05  DBL-IN-TRAN-TYPE        PIC X(02).
000640        05  DBL-IN-REF-NO           PIC X(10).
000650        05  DBL-IN-QTY              PIC X(10).
000655        05  DBL-IN-ORIG-REF         PIC X(10).
000660*--------------------------------------------------------------*
000670*  DBL-OUTPUT-FILE - THE SCALED RESULTS, SHARED DBL1REC LAYOUT. *
000680*--------------------------------------------------------------*
000790*  DBL-AUDIT-FILE - THE AUDIT TRAIL, SHARED DBLAUDR LAYOUT.     *
000800*--------------------------------------------------------------*
000810    FD  DBL-AUDIT-FILE
000820        RECORD CONTAINS 74 CHARACTERS.
000830        COPY DBLAUDR.
000840*--------------------------------------------------------------*
000850*  DBL-RUN-REPORT-FILE - DBL100'S OWN END-OF-RUN SUMMARY. THE   *
001005*  JOB'S VERDICT AT TERMINATION.                                *
001006*--------------------------------------------------------------*
001007    FD  DBL-MANIFEST-FILE
001008        RECORD CONTAINS 53 CHARACTERS.
001009        COPY DBLMANR.
001010*--------------------------------------------------------------*
001011*  DBL-HOLD-FILE - THE LARGE-AMOUNT HOLD QUEUE. AN INPUT RECORD *
001012*  HELD OVER ITS CEILING IS ON NEITHER DBLOUT NOR DBLSUS; AN    *
001013*  APPROVED ONE REACHES DBLOUT IN A LATER RUN. BOTH ARE COUNTED *
001014*  HERE BY DATE.                                                *
001015*--------------------------------------------------------------*
001016    FD  DBL-HOLD-FILE
001017        RECORD CONTAINS 113 CHARACTERS.
001018        COPY DBLHLDR.
001019*
001020    WORKING-STORAGE SECTION.
001030    01  DBL4-SWITCHES.
001040        05  DBL4-EOF-SW              PIC X(01) VALUE 'N'.
001060        05  DBL4-BALANCE-SW          PIC X(01) VALUE 'Y'.
001070            88  DBL4-IN-BALANCE                 VALUE 'Y'.
001080            88  DBL4-OUT-OF-BALANCE             VALUE 'N'.
001081        05  DBL4-MAN-EOF-SW          PIC X(01) VALUE 'N'.
001082            88  DBL4-MAN-EOF-YES                VALUE 'Y'.
001083        05  DBL4-PREREQ-OK-SW        PIC X(01) VALUE 'N'.
001084            88  DBL4-PREREQ-OK                  VALUE 'Y'.
001085        05  DBL4-HLD-OPEN-SW         PIC X(01) VALUE 'N'.
001086            88  DBL4-HLD-PRESENT                VALUE 'Y'.
001087*
001088    01  DBL4-RUN-DATE                PIC 9(08) VALUE 0.
001089*
001090*--------------------------------------------------------------*
001091*  DBL4-RUN-CLOCK - WHEN THIS STEP STARTED, AND THE            *
001092*  CLOCK AT THE MANIFEST STAMP. THE CLOCK READS HHMMSSHH; THE  *
001093*  STAMP KEEPS HHMMSS.                                         *
001094*--------------------------------------------------------------*
001095    01  DBL4-RUN-CLOCK.
001096        05  DBL4-START-DATE          PIC 9(08) VALUE 0.
001097        05  DBL4-START-CLOCK         PIC 9(08) VALUE 0.
001098        05  DBL4-STAMP-CLOCK         PIC 9(08) VALUE 0.
001099*
001100*--------------------------------------------------------------*
001101*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001102*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001103*--------------------------------------------------------------*
001104    COPY DBLDPARM.
001105*--------------------------------------------------------------*
001106*  DBL4-BATCH-DATE - THE RUN DATE OF THE OUTPUT BEING PROVED,  *
001107*  CAPTURED OFF THE DBLOUT RECORDS. THE SUSPENSE FILE IS       *
001109*  FUNDAMENTAL BALANCE.                                        *
001110*--------------------------------------------------------------*
001111    01  DBL4-BATCH-DATE              PIC 9(08) VALUE 0.
001115*
001120    01  DBL4-FILE-STATUSES.
001130        05  DBL4-IN-STATUS           PIC X(02) VALUE SPACES.
001140        05  DBL4-OUT-STATUS          PIC X(02) VALUE SPACES.
001170        05  DBL4-RPT-STATUS          PIC X(02) VALUE SPACES.
001180        05  DBL4-BAL-STATUS          PIC X(02) VALUE SPACES.
001182        05  DBL4-MAN-STATUS          PIC X(02) VALUE SPACES.
001184        05  DBL4-HLD-STATUS          PIC X(02) VALUE SPACES.
001190*
001200    01  DBL4-COUNTERS.
001210        05  DBL4-IN-COUNT            PIC 9(07) VALUE 0.
001260        05  DBL4-AUD-COUNT           PIC 9(07) VALUE 0.
001270        05  DBL4-AUD-OVFL-COUNT      PIC 9(07) VALUE 0.
001280        05  DBL4-EXPECTED-COUNT      PIC 9(07) VALUE 0.
001282        05  DBL4-HOLD-COUNT          PIC 9(07) VALUE 0.
001284        05  DBL4-REL-COUNT           PIC 9(07) VALUE 0.
001286        05  DBL4-AUD-HOLD-COUNT      PIC 9(07) VALUE 0.
001290*
001300    01  DBL4-SUMS.
001310        05  DBL4-AUD-SUM-ORIG        PIC S9(13)V99 SIGN LEADING
001500        PERFORM 2000-COUNT-INPUT THRU 2000-EXIT.
001510        PERFORM 3000-COUNT-OUTPUT THRU 3000-EXIT.
001520        PERFORM 4000-COUNT-SUSPENSE THRU 4000-EXIT.
001525        PERFORM 4500-COUNT-HOLDS THRU 4500-EXIT.
001530        PERFORM 5000-SUM-AUDIT THRU 5000-EXIT.
001540        PERFORM 6000-READ-RUN-REPORT THRU 6000-EXIT.
001550        PERFORM 7000-PROVE-BALANCE THRU 7000-EXIT.
001600*  HEADINGS. THE DATA FILES ARE OPENED ONE AT A TIME BY THE
001610*  PARAGRAPHS THAT READ THEM.
001620*================================================================
001623    1000-INITIALIZE.
001626        ACCEPT DBL4-START-DATE FROM DATE YYYYMMDD.
001630        ACCEPT DBL4-START-CLOCK FROM TIME.
001631        CALL 'DBL010' USING LS-DBL010-PARMS.
001632        IF NOT LS-DBL010-DATE-OK
001634            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
001635            MOVE 16 TO RETURN-CODE
001637            STOP RUN
001638        END-IF.
001640        MOVE LS-DBL010-BUS-DATE TO DBL4-RUN-DATE.
001642        PERFORM 1050-CHECK-PREREQUISITE THRU 1050-EXIT.
001650        OPEN OUTPUT DBL-BALANCE-REPORT-FILE.
001660        IF DBL4-BAL-STATUS NOT = '00'
001770        MOVE SPACES TO DBL4-BAL-LINE.
001780        WRITE DBL4-BAL-LINE.
001790    1000-EXIT.
001792        EXIT.
001795*================================================================
001797*  1050-CHECK-PREREQUISITE - NOTHING TO BALANCE UNLESS THE
001800*  MANIFEST SHOWS DBL100 - OR THE DBL150 MERGE OF A PARTITIONED
001803*  NIGHT - COMPLETED CLEAN FOR THIS BUSINESS DATE.
001804*  RC 24 IS DISTINCT FROM FILE ABENDS (16) AND THE
001805*  BALANCE FAILURE ITSELF (8) SO THE SCHEDULER CAN TELL A
001806*  SEQUENCING FAULT FROM A DATA FAULT.
001807*================================================================
001827                MOVE 'Y' TO DBL4-MAN-EOF-SW
001828                GO TO 1060-EXIT
001829        END-READ.
001830        IF (DBL-MAN-PROGRAM = 'DBL100  '
001831                OR DBL-MAN-PROGRAM = 'DBL150  ')
001833                AND DBL-MAN-RUN-DATE = DBL4-RUN-DATE
001835                AND DBL-MAN-RETURN-CODE = 0
001836            MOVE 'Y' TO DBL4-PREREQ-OK-SW
001838        END-IF.
001840    1060-EXIT.
001841        EXIT.
001843*================================================================
001845*  2000-COUNT-INPUT - COUNT THE RECORDS DBL100 WAS GIVEN.
001846*================================================================
001848    2000-COUNT-INPUT.
001850        OPEN INPUT DBL-INPUT-FILE.
001860        IF DBL4-IN-STATUS NOT = '00'
001870            DISPLAY 'FATAL - DBLIN OPEN FAILED, STATUS '
002454        IF DBL4-BATCH-DATE = 0
002455            MOVE DBL4-RUN-DATE TO DBL4-BATCH-DATE
002456        END-IF.
002458        OPEN INPUT DBL-HOLD-FILE.
002460        IF DBL4-HLD-STATUS = '00'
002463            MOVE 'Y' TO DBL4-HLD-OPEN-SW
002465        END-IF.
002467        OPEN INPUT DBL-SUSPENSE-FILE.
002470        IF DBL4-SUS-STATUS NOT = '00'
002480            DISPLAY 'FATAL - DBLSUS OPEN FAILED, STATUS '
002490                DBL4-SUS-STATUS
002530        MOVE 'N' TO DBL4-EOF-SW.
002540        PERFORM 4100-READ-ONE-SUSPENSE THRU 4100-EXIT
002550            UNTIL DBL4-EOF-YES.
002555        CLOSE DBL-SUSPENSE-FILE.
002560        CLOSE DBL-HOLD-FILE.
002570    4000-EXIT.
002580        EXIT.
002590*
002620            AT END
002630                MOVE 'Y' TO DBL4-EOF-SW
002640                GO TO 4100-EXIT
002641        END-READ.
002642*       THE SUSPENSE FILE IS PERMANENT - RESIDUE FROM OTHER
002643*       DAYS, AND ANYTHING A DBL300 PASS HAS ALREADY CARRIED
002644*       FORWARD (AGE ABOVE ZERO), IS NOT PART OF THIS RUN'S
002646*       BALANCE.
002647        IF DBL-SUS-DATE NOT = DBL4-BATCH-DATE
002648                OR DBL-SUS-AGE-RUNS NOT = 0
002649            GO TO 4100-EXIT
002650        END-IF.
002652*       A HELD ITEM SUSPENDED SINCE - REJECTED BY DBL450, OR A
002653*       RETURN ITS SALE COULD NO LONGER COVER WHEN DBL100 CAME
002654*       TO RELEASE IT - IS ALREADY IN THE BALANCE AS A HOLD ON
002655*       THE DAY IT WAS HELD. ITS HOLD RECORD IS CLOSED 'X' AND
002656*       THE ENTRY STILL CARRIES THE REASON THE DECISION GAVE IT.
002658*       A RESUBMITTED RT SUSPENDED AGAIN BY TODAY'S INPUT KEEPS
002659*       THE 'X' HOLD BUT NOT THAT REASON, AND IS COUNTED.
002660        IF DBL-SUS-REASON NOT = 'HOLD REJECTED'
002661                AND DBL-SUS-REASON NOT = 'HELD RT EXCEEDS SALE'
002662            GO TO 4100-COUNT
002664        END-IF.
002665        IF DBL4-HLD-PRESENT
002666            MOVE DBL-SUS-REF-NO TO DBL-HLD-REF-NO
002667            READ DBL-HOLD-FILE
002668                INVALID KEY
002670                    MOVE SPACE TO DBL-HLD-STATE
002671            END-READ
002672            IF DBL-HLD-REJECTED
002673                GO TO 4100-EXIT
002675            END-IF
002676        END-IF.
002677    4100-COUNT.
002678        ADD 1 TO DBL4-SUS-COUNT.
002679        IF DBL-SUS-REASON = 'SCALE WOULD OVERFLOW'
002680            ADD 1 TO DBL4-SUS-OVFL-COUNT
002690        END-IF.
002700    4100-EXIT.
002710        EXIT.
002711*================================================================
002712*  4500-COUNT-HOLDS - INPUT RECORDS HELD OVER THEIR CEILING
002713*  THIS RUN ARE ON THE QUEUE DATED TO IT, WHATEVER HAS BEEN
002714*  DECIDED SINCE. APPROVED ITEMS DELIVERED BY THIS RUN CARRY
002715*  IT AS THEIR OUT DATE - THEY ARE ON DBLOUT BUT CAME FROM AN
002716*  EARLIER RUN'S INPUT. NO QUEUE YET (STATUS 05) MEANS NEITHER.
002717*================================================================
002718    4500-COUNT-HOLDS.
002719        OPEN INPUT DBL-HOLD-FILE.
002720        IF DBL4-HLD-STATUS = '05'
002721            CLOSE DBL-HOLD-FILE
002722            GO TO 4500-EXIT
002723        END-IF.
002724        IF DBL4-HLD-STATUS NOT = '00'
002725            DISPLAY 'FATAL - DBLHLD OPEN FAILED, STATUS '
002726                DBL4-HLD-STATUS
002727            MOVE 16 TO RETURN-CODE
002728            STOP RUN
002729        END-IF.
002730        MOVE 'N' TO DBL4-EOF-SW.
002731        PERFORM 4600-READ-ONE-HOLD THRU 4600-EXIT
002732            UNTIL DBL4-EOF-YES.
002733        CLOSE DBL-HOLD-FILE.
002734    4500-EXIT.
002735        EXIT.
002736*
002737    4600-READ-ONE-HOLD.
002738        READ DBL-HOLD-FILE NEXT RECORD
002739            AT END
002740                MOVE 'Y' TO DBL4-EOF-SW
002741                GO TO 4600-EXIT
002742        END-READ.
002743        IF DBL-HLD-DATE = DBL4-BATCH-DATE
002744            ADD 1 TO DBL4-HOLD-COUNT
002745        END-IF.
002746        IF DBL-HLD-DELIVERED
002747                AND DBL-HLD-OUT-DATE = DBL4-BATCH-DATE
002748            ADD 1 TO DBL4-REL-COUNT
002750        END-IF.
002751    4600-EXIT.
002753        EXIT.
002754*================================================================
002755*  5000-SUM-AUDIT - COUNT THE AUDIT LINES AND ACCUMULATE THE
002757*  ORIGINAL AND DOUBLED SUMS INDEPENDENTLY OF DBL100.
002758*================================================================
002760    5000-SUM-AUDIT.
002770        OPEN INPUT DBL-AUDIT-FILE.
002780        IF DBL4-AUD-STATUS NOT = '00'
002966*       'G' IN THE OVERFLOW BYTE - THE REVERSALS THEMSELVES
002967*       ARE AUDITED NORMALLY WHEN THEIR FILE RUNS THROUGH
002968*       DBL100.
002969*       A HOLD LINE ('H') HAS NO OUTPUT RECORD EITHER; IT IS
002970*       COUNTED AGAINST THE QUEUE INSTEAD. DBL450'S DECISION
002971*       LINES ('A' APPROVED, 'X' REJECTED) ARE NOT CYCLES -
002973*       AN APPROVED ITEM IS AUDITED AGAIN WHEN DELIVERED.
002974        IF DBL-AUD-OVERFLOW = 'H'
002975            ADD 1 TO DBL4-AUD-HOLD-COUNT
002977            GO TO 5100-EXIT
002978        END-IF.
002979        IF DBL-AUD-ITEM = 'FORCERUN' OR DBL-AUD-ITEM = 'AUTHFAIL'
002980                OR DBL-AUD-OVERFLOW = 'G'
002982                OR DBL-AUD-OVERFLOW = 'A'
002983                OR DBL-AUD-OVERFLOW = 'X'
002984            GO TO 5100-EXIT
002986        END-IF.
002987        ADD 1 TO DBL4-AUD-COUNT.
002988        ADD DBL-AUD-ORIG TO DBL4-AUD-SUM-ORIG.
002990        ADD DBL-AUD-DOUBLED TO DBL4-AUD-SUM-DOUBLED.
003000        IF DBL-AUD-OVERFLOW = 'Y'
003010            ADD 1 TO DBL4-AUD-OVFL-COUNT
003390*  7000-PROVE-BALANCE - THE FUNDAMENTAL BALANCE. OVERFLOWED
003400*  ENTRIES APPEAR ON BOTH THE OUTPUT FILE (FLAGGED) AND THE
003410*  SUSPENSE FILE, SO THE EXPECTED INPUT COUNT IS OUTPUT PLUS
003420*  SUSPENSE LESS THE OVERFLOW REJECTS. HELD ITEMS ARE ADDED
003422*  BACK, AND EARLIER RUNS' HOLDS DELIVERED HERE TAKEN OFF.
003430*================================================================
003440    7000-PROVE-BALANCE.
003450        COMPUTE DBL4-EXPECTED-COUNT =
003460            DBL4-OUT-COUNT - DBL4-REL-COUNT + DBL4-SUS-COUNT
003470            - DBL4-SUS-OVFL-COUNT + DBL4-HOLD-COUNT.
003480        IF DBL4-IN-COUNT = DBL4-EXPECTED-COUNT
003490            PERFORM 7100-REPORT-COUNT-OK THRU 7100-EXIT
003500        ELSE
003640            MOVE 'N' TO DBL4-BALANCE-SW
003650            PERFORM 7600-REPORT-AUDCNT-BAD THRU 7600-EXIT
003660        END-IF.
003662        IF DBL4-AUD-HOLD-COUNT = DBL4-HOLD-COUNT
003664            PERFORM 7650-REPORT-HOLD-OK THRU 7650-EXIT
003666        ELSE
003667            MOVE 'N' TO DBL4-BALANCE-SW
003668            PERFORM 7660-REPORT-HOLD-BAD THRU 7660-EXIT
003669        END-IF.
003670        PERFORM 7700-PROVE-SUMS THRU 7700-EXIT.
003680    7000-EXIT.
003690        EXIT.
003760            ' - OVFL ' DBL4-SUS-OVFL-COUNT
003770            DELIMITED BY SIZE INTO DBL4-BAL-LINE.
003780        WRITE DBL4-BAL-LINE.
003782        MOVE SPACES TO DBL4-BAL-LINE.
003784        STRING '                          + HOLD ' DBL4-HOLD-COUNT
003786            ' - RELEASED ' DBL4-REL-COUNT
003788            DELIMITED BY SIZE INTO DBL4-BAL-LINE.
003789        WRITE DBL4-BAL-LINE.
003790    7100-EXIT.
003800        EXIT.
003810*
003870            ' - OVFL ' DBL4-SUS-OVFL-COUNT
003880            DELIMITED BY SIZE INTO DBL4-BAL-LINE.
003900        WRITE DBL4-BAL-LINE.
003902        MOVE SPACES TO DBL4-BAL-LINE.
003904        STRING '                 + HOLD ' DBL4-HOLD-COUNT
003906            ' - RELEASED ' DBL4-REL-COUNT
003907            DELIMITED BY SIZE INTO DBL4-BAL-LINE.
003908        WRITE DBL4-BAL-LINE.
003910    7200-EXIT.
003920        EXIT.
003930*
004270        WRITE DBL4-BAL-LINE.
004280    7600-EXIT.
004290        EXIT.
004291*
004292    7650-REPORT-HOLD-OK.
004293        MOVE SPACES TO DBL4-BAL-LINE.
004294        STRING 'HOLD LINES MATCH QUEUE  : ' DBL4-AUD-HOLD-COUNT
004295            DELIMITED BY SIZE INTO DBL4-BAL-LINE.
004296        WRITE DBL4-BAL-LINE.
004297    7650-EXIT.
004298        EXIT.
004299*
004300    7660-REPORT-HOLD-BAD.
004301        MOVE SPACES TO DBL4-BAL-LINE.
004302        STRING '*OUT OF BALANCE* HOLD LINES '
004303            DBL4-AUD-HOLD-COUNT
004304            ' VS HOLD QUEUE ' DBL4-HOLD-COUNT
004305            DELIMITED BY SIZE INTO DBL4-BAL-LINE.
004306        WRITE DBL4-BAL-LINE.
004307    7660-EXIT.
004308        EXIT.
004309*================================================================
004310*  7700-PROVE-SUMS - THE AUDIT-TRAIL SUMS, ACCUMULATED HERE
004320*  INDEPENDENTLY, MUST MATCH WHAT DBL100 PUT ON DBLRPT.
004330*================================================================
005060        MOVE DBL4-RUN-DATE TO DBL-MAN-RUN-DATE.
005070        MOVE RETURN-CODE TO DBL-MAN-RETURN-CODE.
005080        ACCEPT DBL-MAN-FINISH-DATE FROM DATE YYYYMMDD.
005082        ACCEPT DBL4-STAMP-CLOCK FROM TIME.
005085        MOVE DBL4-STAMP-CLOCK (1:6) TO DBL-MAN-FINISH-TIME.
005087        MOVE DBL4-START-DATE TO DBL-MAN-START-DATE.
005090        MOVE DBL4-START-CLOCK (1:6) TO DBL-MAN-START-TIME.
005100        MOVE DBL4-OUT-COUNT TO DBL-MAN-REC-COUNT.
005110        WRITE DBL-MANIFEST-RECORD.
005120        CLOSE DBL-MANIFEST-FILE.
