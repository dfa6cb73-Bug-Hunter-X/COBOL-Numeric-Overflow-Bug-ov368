000230*                  NUMBER LIVES ON DBL5GEN AND IS STEPPED EACH  *
000240*                  RUN, REWRITTEN THROUGH DBL5GENT AND RENAMED  *
000250*                  INTO PLACE THE SAME CRASH-SAFE WAY DBL100    *
000251*                  REFRESHES ITS CHECKPOINT.                    *
000252*  09/01/2026 RJ   THE EXTRACT NOW REFUSES TO START (RC 24)     *
000254*                  UNLESS THE DBLMAN RUN MANIFEST SHOWS DBL400  *
000255*                  PROVED THE BALANCE (RC 0) FOR THIS BUSINESS  *
000256*                  DATE - TWICE THIS QUARTER THE SCHEDULER      *
000258*                  RELEASED THE FEED AFTER A DBL400 RC 8 AND    *
000259*                  THE WAREHOUSE LOADED OUT-OF-BALANCE WORK.    *
000261*                  ITS OWN COMPLETION IS STAMPED THE SAME WAY.  *
000262*  09/01/2026 RJ   TERMINATION NOW APPENDS ONE SENT RECORD PER  *
000263*                  GENERATION TO THE PERMANENT DBLGST STATUS    *
000265*                  ACKNOWLEDGMENT PASS CAN MATCH THE            *
000266*                  WAREHOUSE'S RESPONSE TO THE GENERATION AND   *
000267*                  FLAG ANYTHING THAT GOES UNANSWERED.          *
000268*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000269*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000270*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000271*  10/15/2026 RJ   THE DBLMAN STAMP NOW CARRIES THIS STEP'S     *
000272*                  START DATE AND TIME, AND ITS FINISH TIME IS  *
000273*                  TAKEN AS HHMMSS (IT WAS BEING CUT TO         *
000274*                  MMSSHH), FOR THE DBL980 BATCH-WINDOW STATUS  *
000275*                  BOARD.                                       *
000277*--------------------------------------------------------------*
000280*
000290    ENVIRONMENT DIVISION.
000300    CONFIGURATION SECTION.
000745*  THIS EXTRACT'S OWN COMPLETION AT TERMINATION.                *
000746*--------------------------------------------------------------*
000747    FD  DBL-MANIFEST-FILE
000748        RECORD CONTAINS 53 CHARACTERS.
000749        COPY DBLMANR.
000750*
000755    WORKING-STORAGE SECTION.
000760    01  DBL5-SWITCHES.
000770        05  DBL5-EOF-SW              PIC X(01) VALUE 'N'.
000780            88  DBL5-EOF-YES                    VALUE 'Y'.
000786        05  DBL5-PREREQ-OK-SW        PIC X(01) VALUE 'N'.
000788            88  DBL5-PREREQ-OK                  VALUE 'Y'.
000790*
000791    01  DBL5-RUN-DATE                PIC 9(08) VALUE 0.
000792*
000793*--------------------------------------------------------------*
000794*  DBL5-RUN-CLOCK - WHEN THIS STEP STARTED, AND THE            *
000795*  CLOCK AT THE MANIFEST STAMP. THE CLOCK READS HHMMSSHH; THE  *
000796*  STAMP KEEPS HHMMSS.                                         *
000797*--------------------------------------------------------------*
000798    01  DBL5-RUN-CLOCK.
000799        05  DBL5-START-DATE          PIC 9(08) VALUE 0.
000800        05  DBL5-START-CLOCK         PIC 9(08) VALUE 0.
000801        05  DBL5-STAMP-CLOCK         PIC 9(08) VALUE 0.
000802*
000803*--------------------------------------------------------------*
000805*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
000806*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
000807*--------------------------------------------------------------*
000808    COPY DBLDPARM.
000810*
000820    01  DBL5-GENERATION              PIC 9(04) VALUE 1.
000830*
001270*  1000-INITIALIZE - STEP THE GENERATION NUMBER AND OPEN THE
001280*  FEED AND ITS SOURCE.
001290*================================================================
001293    1000-INITIALIZE.
001296        ACCEPT DBL5-START-DATE FROM DATE YYYYMMDD.
001300        ACCEPT DBL5-START-CLOCK FROM TIME.
001301        CALL 'DBL010' USING LS-DBL010-PARMS.
001302        IF NOT LS-DBL010-DATE-OK
001304            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
001305            MOVE 16 TO RETURN-CODE
001307            STOP RUN
001308        END-IF.
001310        MOVE LS-DBL010-BUS-DATE TO DBL5-RUN-DATE.
001312*       THE PREREQUISITE IS SETTLED BEFORE THE GENERATION
001314*       NUMBER IS STEPPED, SO A REFUSED RUN BURNS NOTHING.
001316        PERFORM 1050-CHECK-PREREQUISITE THRU 1050-EXIT.
001514    1060-EXIT.
001515        EXIT.
001516*================================================================
001517*  1100-STEP-GENERATION - READ THE LAST GENERATION SENT, STEP
001518*  IT, AND REWRITE IT THROUGH THE TEMP-AND-RENAME PATH. NO
001520*  GENERATION FILE AT ALL MEANS THIS IS GENERATION 1.
001530*================================================================
001540    1100-STEP-GENERATION.
003010        MOVE DBL5-RUN-DATE TO DBL-MAN-RUN-DATE.
003020        MOVE 0 TO DBL-MAN-RETURN-CODE.
003030        ACCEPT DBL-MAN-FINISH-DATE FROM DATE YYYYMMDD.
003032        ACCEPT DBL5-STAMP-CLOCK FROM TIME.
003035        MOVE DBL5-STAMP-CLOCK (1:6) TO DBL-MAN-FINISH-TIME.
003037        MOVE DBL5-START-DATE TO DBL-MAN-START-DATE.
003040        MOVE DBL5-START-CLOCK (1:6) TO DBL-MAN-START-TIME.
003050        MOVE DBL5-COUNT-WRITTEN TO DBL-MAN-REC-COUNT.
003060        WRITE DBL-MANIFEST-RECORD.
003070        CLOSE DBL-MANIFEST-FILE.
