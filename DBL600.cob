000233*                  REACHES LAST YEAR'S TRAIL AFTER IT LEAVES   *
000234*                  THE LIVE DBLAUD. THE SOURCE IN USE IS       *
000235*                  ECHOED ON EVERY PAGE HEADING.               *
000236*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000237*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000238*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000239*  10/15/2026 RJ   THE DBLAUD RECORD WIDENED FROM 73 TO 74      *
000240*                  BYTES FOR THE PROMO RULE DBL200 APPLIED TO   *
000241*                  EACH CYCLE.                                  *
000244*--------------------------------------------------------------*
000247*
000250    ENVIRONMENT DIVISION.
000260    CONFIGURATION SECTION.
000270    SOURCE-COMPUTER. IBM-370.
000316*       SAME WAY A FIXED ASSIGN WOULD BE.
000320        SELECT DBL-AUDIT-FILE ASSIGN TO DBL6-AUDIT-NAME
000330            ORGANIZATION IS LINE SEQUENTIAL
000335            FILE STATUS IS DBL6-AUD-STATUS.
000340        SELECT DBL-SELECT-FILE ASSIGN TO DBL6CTL
000350            ORGANIZATION IS LINE SEQUENTIAL
000360            FILE STATUS IS DBL6-CTL-STATUS.
000440*  DBL-AUDIT-FILE - THE AUDIT TRAIL, SHARED DBLAUDR LAYOUT.     *
000450*--------------------------------------------------------------*
000460    FD  DBL-AUDIT-FILE
000470        RECORD CONTAINS 74 CHARACTERS.
000480        COPY DBLAUDR.
000490*--------------------------------------------------------------*
000500*  DBL-SELECT-FILE - ONE OPTIONAL SELECTION CARD. ZERO DATES    *
000720        05  DBL6-SELECTED-SW         PIC X(01) VALUE 'N'.
000730            88  DBL6-SELECTED                   VALUE 'Y'.
000740*
000741    01  DBL6-RUN-DATE                PIC 9(08) VALUE 0.
000742*
000744*--------------------------------------------------------------*
000745*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
000747*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
000748*--------------------------------------------------------------*
000750    COPY DBLDPARM.
000752*
000754    01  DBL6-PARM-AREA.
000756        05  DBL6-PARM-TEXT           PIC X(80) VALUE SPACES.
000770*--------------------------------------------------------------*
000772    01  DBL6-AUDIT-NAME              PIC X(20) VALUE 'DBLAUD'.
000774*
000777    01  DBL6-FILE-STATUSES.
000780        05  DBL6-AUD-STATUS          PIC X(02) VALUE SPACES.
000790        05  DBL6-CTL-STATUS          PIC X(02) VALUE SPACES.
000800        05  DBL6-RPT-STATUS          PIC X(02) VALUE SPACES.
001570*  SUPPLIED AND OPEN THE TRAIL AND THE REPORT.
001580*================================================================
001590    1000-INITIALIZE.
001591        CALL 'DBL010' USING LS-DBL010-PARMS.
001592        IF NOT LS-DBL010-DATE-OK
001594            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
001595            MOVE 16 TO RETURN-CODE
001597            STOP RUN
001598        END-IF.
001600        MOVE LS-DBL010-BUS-DATE TO DBL6-RUN-DATE.
001602        ACCEPT DBL6-PARM-TEXT FROM COMMAND-LINE.
001604        IF DBL6-PARM-TEXT (1:7) = 'ARCHIVE'
001606            MOVE 'DBLAUDA' TO DBL6-AUDIT-NAME
