000348*                  IS COMPLETE OR NOT PER RECORD, WHICH IS THE  *
000349*                  SAME CRASH GUARANTEE THE RENAME GAVE THE     *
000350*                  WHOLE FILE, AND THE CHANGE LOG IS UNCHANGED. *
000351*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000352*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000353*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000356*--------------------------------------------------------------*
000360*
000370    ENVIRONMENT DIVISION.
000380    CONFIGURATION SECTION.
001170        05  DBL9-MTR-FOUND-SW        PIC X(01) VALUE 'N'.
001180            88  DBL9-MTR-FOUND                  VALUE 'Y'.
001190*
001191    01  DBL9-RUN-DATE                PIC 9(08) VALUE 0.
001192*
001194*--------------------------------------------------------------*
001195*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001197*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001198*--------------------------------------------------------------*
001200    COPY DBLDPARM.
001210*
001220    01  DBL9-OPERATOR-ID             PIC X(08) VALUE SPACES.
001230*
001880*  THE REPORT HEADINGS.
001890*================================================================
001900    1000-INITIALIZE.
001901        CALL 'DBL010' USING LS-DBL010-PARMS.
001902        IF NOT LS-DBL010-DATE-OK
001904            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
001905            MOVE 16 TO RETURN-CODE
001907            STOP RUN
001908        END-IF.
001910        MOVE LS-DBL010-BUS-DATE TO DBL9-RUN-DATE.
001920        ACCEPT DBL9-OPERATOR-ID FROM ENVIRONMENT "DBLOPID".
001930        IF DBL9-OPERATOR-ID = SPACES
001940            MOVE 'UNKNOWN ' TO DBL9-OPERATOR-ID
005230        MOVE 'X' TO DBL-OCL-ACTION.
005240        MOVE DBL9-OPERATOR-ID TO DBL-OCL-TARGET-ID.
005250        MOVE 0 TO DBL-OCL-OLD-AUTHORITY.
005251        MOVE 'N' TO DBL-OCL-OLD-ACTIVE.
005253        MOVE SPACES TO DBL-OCL-OLD-NAME.
005255        PERFORM 4300-WRITE-LOG THRU 4300-EXIT.
005256    4100-EXIT.
005258        EXIT.
005260*================================================================
005270*  4200-STAGE-LOG-OLD-VALUES - THE CHANGE LOG CARRIES THE
005280*  RECORD AS IT STOOD AND AS IT BECOMES. OLD VALUES ARE STAGED
