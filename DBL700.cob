000210*                  REBUILDS BY HAND EVERY MONDAY. CALENDAR      *
000220*                  ARITHMETIC USES INTEGER-OF-DATE; NO          *
000230*                  ORDINARY VERB CROSSES MONTH ENDS SAFELY.     *
000231*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000232*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000233*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000240*--------------------------------------------------------------*
000250*
000260    ENVIRONMENT DIVISION.
000560        05  DBL7-EOF-SW              PIC X(01) VALUE 'N'.
000570            88  DBL7-EOF-YES                    VALUE 'Y'.
000580*
000581    01  DBL7-RUN-DATE                PIC 9(08) VALUE 0.
000582*
000584*--------------------------------------------------------------*
000585*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
000587*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
000588*--------------------------------------------------------------*
000590    COPY DBLDPARM.
000600*
000610    01  DBL7-PARM-AREA.
000620        05  DBL7-PARM-TEXT           PIC X(80) VALUE SPACES.
001520*  FILES.
001530*================================================================
001540    1000-INITIALIZE.
001541        CALL 'DBL010' USING LS-DBL010-PARMS.
001542        IF NOT LS-DBL010-DATE-OK
001544            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
001545            MOVE 16 TO RETURN-CODE
001547            STOP RUN
001548        END-IF.
001550        MOVE LS-DBL010-BUS-DATE TO DBL7-RUN-DATE.
001560        ACCEPT DBL7-PARM-TEXT FROM COMMAND-LINE.
001570        IF DBL7-PARM-TEXT (1:3) IS NUMERIC
001580            MOVE DBL7-PARM-TEXT (1:3) TO DBL7-WINDOW-DAYS
