000010    IDENTIFICATION DIVISION.
000020    PROGRAM-ID. DBL010.
000030    AUTHOR. R JENNINGS.
000040    INSTALLATION. ORDER ENTRY SYSTEMS.
000050    DATE-WRITTEN. 10/15/2026.
000060    DATE-COMPILED.
000070*--------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                        *
000090*--------------------------------------------------------------*
000100*  DATE       BY   DESCRIPTION                                  *
000110*  ---------- ---- -------------------------------------------  *
000120*  10/15/2026 RJ   ORIGINAL VERSION. BUSINESS-DATE SERVICE.     *
000130*                  RETURNS THE OPEN BUSINESS DATE AND THE LAST  *
000140*                  CLOSED DATE OFF THE DBLBDT CONTROL RECORD,   *
000150*                  SO EVERY JOB IN THE CHAIN STAMPS AND SELECTS *
000160*                  BY THE DAY IT IS WORKING INSTEAD OF THE      *
000170*                  SYSTEM CLOCK - A RUN THAT SLIPS PAST         *
000180*                  MIDNIGHT NO LONGER STAMPS TOMORROW. CALLED   *
000190*                  ONCE AT STARTUP; A MISSING, EMPTY OR         *
000200*                  INCONSISTENT RECORD IS RETURNED AS NO        *
000210*                  CONTROL AND THE CALLER ENDS RC 16. ONLY THE  *
000220*                  DBL990 END-OF-DAY CLOSE CHANGES THE RECORD.  *
000230*--------------------------------------------------------------*
000240*
000250    ENVIRONMENT DIVISION.
000260    CONFIGURATION SECTION.
000270    SOURCE-COMPUTER. IBM-370.
000280    OBJECT-COMPUTER. IBM-370.
000290    INPUT-OUTPUT SECTION.
000300    FILE-CONTROL.
000310        SELECT DBL-BUSINESS-DATE-FILE ASSIGN TO DBLBDT
000320            ORGANIZATION IS LINE SEQUENTIAL
000330            FILE STATUS IS DBL010-BDT-STATUS.
000340*
000350    DATA DIVISION.
000360    FILE SECTION.
000370*--------------------------------------------------------------*
000380*  DBL-BUSINESS-DATE-FILE - THE ONE-RECORD CONTROL FILE, IN THE *
000390*  SHARED DBLBDTR LAYOUT.                                       *
000400*--------------------------------------------------------------*
000410    FD  DBL-BUSINESS-DATE-FILE
000420        RECORD CONTAINS 38 CHARACTERS.
000430        COPY DBLBDTR.
000440*
000450    WORKING-STORAGE SECTION.
000460    01  DBL010-BDT-STATUS            PIC X(02) VALUE SPACES.
000470*
000480    LINKAGE SECTION.
000490*--------------------------------------------------------------*
000500*  LS-DBL010-PARMS - THIS PROGRAM RETURNS THE OPEN BUSINESS     *
000510*  DATE, THE LAST CLOSED DATE AND WHETHER THE CONTROL RECORD    *
000520*  COULD BE READ AT ALL.                                        *
000530*--------------------------------------------------------------*
000540    COPY DBLDPARM.
000550*
000560    PROCEDURE DIVISION USING LS-DBL010-PARMS.
000570*================================================================
000580*  0000-MAINLINE - READ THE CONTROL RECORD. THE OPEN DATE MUST
000590*  BE A REAL DATE AFTER THE LAST CLOSED ONE; ANYTHING ELSE IS
000600*  NO CONTROL, NEVER A GUESS FROM THE CLOCK.
000610*================================================================
000620    0000-MAINLINE.
000630        MOVE 0 TO LS-DBL010-BUS-DATE.
000640        MOVE 0 TO LS-DBL010-CLOSED-DATE.
000650        MOVE 1 TO LS-DBL010-RETURN-SW.
000660        OPEN INPUT DBL-BUSINESS-DATE-FILE.
000670        IF DBL010-BDT-STATUS NOT = '00'
000680            GO TO 0000-EXIT
000690        END-IF.
000700        READ DBL-BUSINESS-DATE-FILE
000710            AT END
000720                CLOSE DBL-BUSINESS-DATE-FILE
000730                GO TO 0000-EXIT
000740        END-READ.
000750        CLOSE DBL-BUSINESS-DATE-FILE.
000760        IF DBL-BDT-BUS-DATE IS NOT NUMERIC
000770                OR DBL-BDT-CLOSED-DATE IS NOT NUMERIC
000780            GO TO 0000-EXIT
000790        END-IF.
000800        IF DBL-BDT-BUS-DATE = 0
000810                OR DBL-BDT-BUS-DATE NOT > DBL-BDT-CLOSED-DATE
000820            GO TO 0000-EXIT
000830        END-IF.
000840        MOVE DBL-BDT-BUS-DATE TO LS-DBL010-BUS-DATE.
000850        MOVE DBL-BDT-CLOSED-DATE TO LS-DBL010-CLOSED-DATE.
000860        MOVE 0 TO LS-DBL010-RETURN-SW.
000870    0000-EXIT.
000880        GOBACK.
