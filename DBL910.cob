000180*                  REPORT EVERYTHING. THIS IS THE REPORT THAT   *
000190*                  ANSWERS THE QUARTERLY AUDIT'S 'WHO GAVE      *
000200*                  THIS ID LEVEL 3'.                            *
000201*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000202*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000203*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000210*--------------------------------------------------------------*
000220*
000230    ENVIRONMENT DIVISION.
000690        05  DBL91-SELECTED-SW        PIC X(01) VALUE 'N'.
000700            88  DBL91-SELECTED                  VALUE 'Y'.
000710*
000711    01  DBL91-RUN-DATE               PIC 9(08) VALUE 0.
000712*
000714*--------------------------------------------------------------*
000715*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
000717*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
000718*--------------------------------------------------------------*
000720    COPY DBLDPARM.
000730*
000740    01  DBL91-FILE-STATUSES.
000750        05  DBL91-OCL-STATUS         PIC X(02) VALUE SPACES.
001290*  SUPPLIED AND OPEN THE LOG AND THE REPORT.
001300*================================================================
001310    1000-INITIALIZE.
001311        CALL 'DBL010' USING LS-DBL010-PARMS.
001312        IF NOT LS-DBL010-DATE-OK
001314            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
001315            MOVE 16 TO RETURN-CODE
001317            STOP RUN
001318        END-IF.
001320        MOVE LS-DBL010-BUS-DATE TO DBL91-RUN-DATE.
001330        PERFORM 1100-READ-SELECT-CARD THRU 1100-EXIT.
001340        OPEN INPUT DBL-CHANGE-LOG-FILE.
001350        IF DBL91-OCL-STATUS NOT = '00'
