000310*                  DBL100 DAY REQUIRED. A REJECTED OR OVERDUE   *
000320*                  GENERATION ENDS THE ACKNOWLEDGMENT PASS      *
000330*                  WITH RC 8 SO THE SCHEDULER CAN RAISE IT.     *
000331*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000332*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000333*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000334*  10/15/2026 RJ   EACH RUN NOW STAMPS THE DBLMAN RUN MANIFEST  *
000335*                  WITH ITS RETURN CODE AND START AND FINISH    *
000336*                  TIMES FOR THE DBL980 BATCH-WINDOW STATUS     *
000337*                  BOARD: DBL800 FOR THE ACKNOWLEDGMENT RUN,    *
000338*                  DBL800R FOR A RESEND.                        *
000340*--------------------------------------------------------------*
000350*
000360    ENVIRONMENT DIVISION.
000570        SELECT DBL-ACK-REPORT-FILE ASSIGN TO DBL8RPT
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS DBL8-RPT-STATUS.
000591        SELECT OPTIONAL DBL-MANIFEST-FILE ASSIGN TO DBLMAN
000592            ORGANIZATION IS LINE SEQUENTIAL
000593            FILE STATUS IS DBL8-MAN-STATUS.
000600*
000610    DATA DIVISION.
000620    FILE SECTION.
001080    FD  DBL-ACK-REPORT-FILE
001090        RECORD CONTAINS 80 CHARACTERS.
001100    01  DBL8-REPORT-LINE             PIC X(80).
001101*--------------------------------------------------------------*
001102*  DBL-MANIFEST-FILE - THE SHARED RUN MANIFEST, STAMPED WITH    *
001103*  THE RUN SO THE DBL980 STATUS BOARD CAN TIME IT.              *
001104*--------------------------------------------------------------*
001105    FD  DBL-MANIFEST-FILE
001106        RECORD CONTAINS 53 CHARACTERS.
001107        COPY DBLMANR.
001110*
001120    WORKING-STORAGE SECTION.
001130    01  DBL8-SWITCHES.
001250        05  DBL8-TARGET-FOUND-SW     PIC X(01) VALUE 'N'.
001260            88  DBL8-TARGET-FOUND               VALUE 'Y'.
001270*
001271    01  DBL8-RUN-DATE                PIC 9(08) VALUE 0.
001272*
001273*--------------------------------------------------------------*
001274*  DBL8-RUN-CLOCK - WHEN THIS STEP STARTED, AND THE            *
001275*  CLOCK AT THE MANIFEST STAMP. THE CLOCK READS HHMMSSHH; THE  *
001276*  STAMP KEEPS HHMMSS.                                         *
001277*--------------------------------------------------------------*
001278    01  DBL8-RUN-CLOCK.
001279        05  DBL8-START-DATE          PIC 9(08) VALUE 0.
001280        05  DBL8-START-CLOCK         PIC 9(08) VALUE 0.
001281        05  DBL8-STAMP-CLOCK         PIC 9(08) VALUE 0.
001282*
001283*--------------------------------------------------------------*
001285*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001286*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001287*--------------------------------------------------------------*
001288    COPY DBLDPARM.
001290*
001300    01  DBL8-PARM-AREA.
001310        05  DBL8-PARM-TEXT           PIC X(80) VALUE SPACES.
001530        05  DBL8-OUT-STATUS          PIC X(02) VALUE SPACES.
001540        05  DBL8-WHS-STATUS          PIC X(02) VALUE SPACES.
001550        05  DBL8-RPT-STATUS          PIC X(02) VALUE SPACES.
001555        05  DBL8-MAN-STATUS          PIC X(02) VALUE SPACES.
001560*
001570*--------------------------------------------------------------*
001580*  DBL8-ACK-TABLE - THE RESPONSE FILE IS LOADED HERE AT         *
002280*  RESEND NNNN SWITCHES TO FEED-REBUILD MODE; A BARE THREE-
002290*  DIGIT PARM OVERRIDES THE OVERDUE CUTOFF.
002300*================================================================
002303    1000-INITIALIZE.
002306        ACCEPT DBL8-START-DATE FROM DATE YYYYMMDD.
002310        ACCEPT DBL8-START-CLOCK FROM TIME.
002311        CALL 'DBL010' USING LS-DBL010-PARMS.
002312        IF NOT LS-DBL010-DATE-OK
002314            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
002315            MOVE 16 TO RETURN-CODE
002317            STOP RUN
002318        END-IF.
002320        MOVE LS-DBL010-BUS-DATE TO DBL8-RUN-DATE.
002330        COMPUTE DBL8-TODAY-INT =
002340            FUNCTION INTEGER-OF-DATE (DBL8-RUN-DATE).
002350        ACCEPT DBL8-PARM-TEXT FROM COMMAND-LINE.
006720*  9000-TERMINATE - CLOSE THE REPORT AND ECHO THE COUNTS.
006730*================================================================
006740    9000-TERMINATE.
006745        PERFORM 9300-STAMP-MANIFEST THRU 9300-EXIT.
006750        CLOSE DBL-ACK-REPORT-FILE.
006760        IF DBL8-MODE-RESEND
006770            DISPLAY 'GENERATION RESENT . . . : ' DBL8-RESEND-GEN
006950        DISPLAY 'DBL800 PROCESSING COMPLETE'.
006960    9000-EXIT.
006970        EXIT.
006980*================================================================
006990*  9300-STAMP-MANIFEST - THE ACKNOWLEDGMENT RUN GOES ON THE
007000*  MANIFEST AS DBL800 WITH ITS RETURN CODE (8 FOR A REJECTED OR
007010*  OVERDUE GENERATION) AND THE RESPONSES READ. A RESEND IS
007020*  STAMPED DBL800R WITH THE RECORDS EXTRACTED, SO AN ON-DEMAND
007030*  REBUILD NEVER STANDS IN FOR THE NIGHT'S ACKNOWLEDGMENT RUN.
007040*================================================================
007050    9300-STAMP-MANIFEST.
007060        OPEN EXTEND DBL-MANIFEST-FILE.
007070        IF DBL8-MAN-STATUS NOT = '00'
007080                AND DBL8-MAN-STATUS NOT = '05'
007090            DISPLAY 'FATAL - DBLMAN OPEN FAILED, STATUS '
007100                DBL8-MAN-STATUS
007110            MOVE 16 TO RETURN-CODE
007120            STOP RUN
007130        END-IF.
007140        IF DBL8-MODE-RESEND
007150            MOVE 'DBL800R ' TO DBL-MAN-PROGRAM
007160            MOVE DBL8-COUNT-WRITTEN TO DBL-MAN-REC-COUNT
007170        ELSE
007180            MOVE 'DBL800  ' TO DBL-MAN-PROGRAM
007190            MOVE DBL8-COUNT-ACKS TO DBL-MAN-REC-COUNT
007200        END-IF.
007210        MOVE DBL8-RUN-DATE TO DBL-MAN-RUN-DATE.
007220        MOVE RETURN-CODE TO DBL-MAN-RETURN-CODE.
007230        ACCEPT DBL-MAN-FINISH-DATE FROM DATE YYYYMMDD.
007240        ACCEPT DBL8-STAMP-CLOCK FROM TIME.
007250        MOVE DBL8-STAMP-CLOCK (1:6) TO DBL-MAN-FINISH-TIME.
007260        MOVE DBL8-START-DATE TO DBL-MAN-START-DATE.
007270        MOVE DBL8-START-CLOCK (1:6) TO DBL-MAN-START-TIME.
007280        WRITE DBL-MANIFEST-RECORD.
007290        CLOSE DBL-MANIFEST-FILE.
007300    9300-EXIT.
007310        EXIT.
