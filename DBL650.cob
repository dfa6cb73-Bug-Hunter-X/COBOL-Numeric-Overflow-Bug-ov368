000280*                  IS PURE DBLAUDR/DBLHSTR RECORDS, SO DBL600   *
000290*                  (PARM ARCHIVE) AND DBL700 CAN BE POINTED AT  *
000300*                  ONE FOR THE QUARTERLY AUDIT.                 *
000301*  10/15/2026 RJ   ALSO PURGES THE DBLREF DUPLICATE-REFERENCE   *
000302*                  REGISTRY ON THE SAME RETENTION CUTOFF. A     *
000303*                  REFERENCE WITH NO ACTIVITY SINCE THE CUTOFF  *
000304*                  IS DELETED IN PLACE (AN ENTRY IS ONLY A      *
000305*                  MARKER; THE ARCHIVED TRAIL HOLDS THE         *
000306*                  TRANSACTION).                                *
000307*  10/15/2026 RJ   A DBLREF ENTRY IN STATE 'H' (ON THE DBLHLD   *
000308*                  HOLD QUEUE AWAITING A DBL450 DECISION) IS    *
000309*                  NEVER PURGED, HOWEVER OLD.                   *
000310*  10/15/2026 RJ   BUSINESS DATE NOW TAKEN FROM THE DBLBDT      *
000311*                  CONTROL RECORD THROUGH DBL010 INSTEAD OF THE *
000312*                  SYSTEM CLOCK; NO CONTROL RECORD ENDS RC 16.  *
000313*  10/15/2026 RJ   THE DBLAUD RECORD WIDENED FROM 73 TO 74      *
000314*                  BYTES FOR THE PROMO RULE DBL200 APPLIED TO   *
000315*                  EACH CYCLE.                                  *
000317*--------------------------------------------------------------*
000320*
000330    ENVIRONMENT DIVISION.
000340    CONFIGURATION SECTION.
000570        SELECT DBL-ARCHIVE-REPORT-FILE ASSIGN TO DBL65RPT
000580            ORGANIZATION IS LINE SEQUENTIAL
000590            FILE STATUS IS DBL65-RPT-STATUS.
000592        SELECT DBL-REFERENCE-FILE ASSIGN TO DBLREF
000594            ORGANIZATION IS INDEXED
000596            ACCESS MODE IS DYNAMIC
000597            RECORD KEY IS DBL-REF-NO
000598            FILE STATUS IS DBL65-REF-STATUS.
000600*
000610    DATA DIVISION.
000620    FILE SECTION.
000640*  DBL-AUDIT-FILE - THE LIVE TRAIL, SHARED DBLAUDR LAYOUT.      *
000650*--------------------------------------------------------------*
000660    FD  DBL-AUDIT-FILE
000670        RECORD CONTAINS 74 CHARACTERS.
000680        COPY DBLAUDR.
000690*--------------------------------------------------------------*
000700*  DBL-AUDIT-ARCHIVE-FILE / DBL-NEW-AUDIT-FILE - THE ARCHIVED   *
000720*  RECORD SO THE ARCHIVE STAYS READABLE BY DBL600.              *
000730*--------------------------------------------------------------*
000740    FD  DBL-AUDIT-ARCHIVE-FILE
000750        RECORD CONTAINS 74 CHARACTERS.
000760    01  DBL65-AUDIT-ARCHIVE-RECORD   PIC X(74).
000770*
000780    FD  DBL-NEW-AUDIT-FILE
000790        RECORD CONTAINS 74 CHARACTERS.
000800    01  DBL65-NEW-AUDIT-RECORD       PIC X(74).
000810*--------------------------------------------------------------*
000820*  DBL-HISTORY-FILE - THE RUN HISTORY, SHARED DBLHSTR LAYOUT.   *
000830*--------------------------------------------------------------*
000980    FD  DBL-ARCHIVE-REPORT-FILE
000990        RECORD CONTAINS 80 CHARACTERS.
001000    01  DBL65-REPORT-LINE            PIC X(80).
001002*--------------------------------------------------------------*
001004*  DBL-REFERENCE-FILE - DBL100'S DUPLICATE-REFERENCE REGISTRY,  *
001006*  SHARED DBLREFR LAYOUT. PURGED IN PLACE, NOT ARCHIVED - AN    *
001007*  ENTRY IS ONLY A MARKER, AND THE TRAIL ARCHIVE ALREADY HOLDS  *
001008*  THE TRANSACTION IT STOOD FOR.                                *
001009*--------------------------------------------------------------*
001010    FD  DBL-REFERENCE-FILE
001011        RECORD CONTAINS 40 CHARACTERS.
001012        COPY DBLREFR.
001016*
001020    WORKING-STORAGE SECTION.
001030    01  DBL65-SWITCHES.
001040        05  DBL65-EOF-SW             PIC X(01) VALUE 'N'.
001050            88  DBL65-EOF-YES                   VALUE 'Y'.
001060*
001061    01  DBL65-RUN-DATE               PIC 9(08) VALUE 0.
001062*
001064*--------------------------------------------------------------*
001065*  LS-DBL010-PARMS - THE BUSINESS DATE, TAKEN FROM THE DBLBDT  *
001067*  CONTROL RECORD THROUGH DBL010, NEVER FROM THE SYSTEM CLOCK. *
001068*--------------------------------------------------------------*
001070    COPY DBLDPARM.
001080*
001090    01  DBL65-PARM-AREA.
001100        05  DBL65-PARM-TEXT          PIC X(80) VALUE SPACES.
001310        05  DBL65-HSTA-STATUS        PIC X(02) VALUE SPACES.
001320        05  DBL65-HSTN-STATUS        PIC X(02) VALUE SPACES.
001330        05  DBL65-RPT-STATUS         PIC X(02) VALUE SPACES.
001335        05  DBL65-REF-STATUS         PIC X(02) VALUE SPACES.
001340*
001350    01  DBL65-COUNTERS.
001360        05  DBL65-AUD-READ           PIC 9(07) VALUE 0.
001390        05  DBL65-HST-READ           PIC 9(07) VALUE 0.
001400        05  DBL65-HST-ARCHIVED       PIC 9(07) VALUE 0.
001410        05  DBL65-HST-RETAINED       PIC 9(07) VALUE 0.
001412        05  DBL65-REF-READ           PIC 9(07) VALUE 0.
001414        05  DBL65-REF-PURGED         PIC 9(07) VALUE 0.
001416        05  DBL65-REF-RETAINED       PIC 9(07) VALUE 0.
001420*
001430*--------------------------------------------------------------*
001440*  DBL65-RENAME-AREA - RESOLVES THE NEW/LIVE NAMES THE SAME     *
001580        PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590        PERFORM 2000-ARCHIVE-AUDIT THRU 2000-EXIT.
001600        PERFORM 3000-ARCHIVE-HISTORY THRU 3000-EXIT.
001605        PERFORM 4000-PURGE-REFERENCES THRU 4000-EXIT.
001610        PERFORM 9000-TERMINATE THRU 9000-EXIT.
001620        STOP RUN.
001630*================================================================
001640*  1000-INITIALIZE - PARM, CUTOFF DATE, REPORT HEADINGS.
001650*================================================================
001660    1000-INITIALIZE.
001661        CALL 'DBL010' USING LS-DBL010-PARMS.
001662        IF NOT LS-DBL010-DATE-OK
001664            DISPLAY 'FATAL - DBLBDT BUSINESS DATE NOT AVAILABLE'
001665            MOVE 16 TO RETURN-CODE
001667            STOP RUN
001668        END-IF.
001670        MOVE LS-DBL010-BUS-DATE TO DBL65-RUN-DATE.
001680        ACCEPT DBL65-PARM-TEXT FROM COMMAND-LINE.
001690        IF DBL65-PARM-TEXT (1:3) IS NUMERIC
001700            MOVE DBL65-PARM-TEXT (1:3) TO DBL65-RETENTION-DAYS
003290        END-IF.
003300    3100-EXIT.
003310        EXIT.
003311*================================================================
003312*  4000-PURGE-REFERENCES - THE DBLREF REFERENCE REGISTRY IS
003313*  TRIMMED ON THE SAME CUTOFF: A REFERENCE WITH NO ACTIVITY
003314*  SINCE THE CUTOFF IS DELETED, SO DBL100 STOPS CALLING IT A
003315*  DUPLICATE ONCE ITS TRAIL HAS BEEN ARCHIVED. THE FILE IS
003316*  INDEXED AND UPDATED IN PLACE, SO A RERUN AFTER AN ABEND
003317*  SIMPLY FINISHES THE JOB. NO REGISTRY YET IS A NO-OP.
003318*================================================================
003319    4000-PURGE-REFERENCES.
003320        OPEN I-O DBL-REFERENCE-FILE.
003321        IF DBL65-REF-STATUS NOT = '00'
003322            DISPLAY 'DBLREF NOT PRESENT, STATUS '
003323                DBL65-REF-STATUS ' - REFERENCE PASS SKIPPED'
003324            GO TO 4000-EXIT
003325        END-IF.
003326        MOVE 'N' TO DBL65-EOF-SW.
003327        MOVE LOW-VALUES TO DBL-REF-NO.
003328        START DBL-REFERENCE-FILE KEY NOT < DBL-REF-NO
003329            INVALID KEY
003330                MOVE 'Y' TO DBL65-EOF-SW
003331        END-START.
003332        PERFORM 4100-PURGE-ONE-REFERENCE THRU 4100-EXIT
003333            UNTIL DBL65-EOF-YES.
003334        CLOSE DBL-REFERENCE-FILE.
003335        MOVE SPACES TO DBL65-REPORT-LINE.
003336        STRING 'DBLREF  READ ' DBL65-REF-READ
003337            ' PURGED   ' DBL65-REF-PURGED
003338            ' RETAINED ' DBL65-REF-RETAINED
003339            DELIMITED BY SIZE INTO DBL65-REPORT-LINE.
003340        WRITE DBL65-REPORT-LINE.
003341    4000-EXIT.
003342        EXIT.
003343*
003344    4100-PURGE-ONE-REFERENCE.
003345        READ DBL-REFERENCE-FILE NEXT RECORD
003346            AT END
003347                MOVE 'Y' TO DBL65-EOF-SW
003348                GO TO 4100-EXIT
003349        END-READ.
003350        ADD 1 TO DBL65-REF-READ.
003351*       A REFERENCE STILL ON THE HOLD QUEUE IS KEPT HOWEVER OLD -
003352*       IT IS AWAITING A DECISION, NOT INACTIVE.
003353        IF DBL-REF-DATE IS NUMERIC
003354                AND DBL-REF-DATE < DBL65-CUTOFF-DATE
003355                AND NOT DBL-REF-HELD
003356            DELETE DBL-REFERENCE-FILE RECORD
003357            ADD 1 TO DBL65-REF-PURGED
003358        ELSE
003360            ADD 1 TO DBL65-REF-RETAINED
003361        END-IF.
003362    4100-EXIT.
003363        EXIT.
003364*================================================================
003365*  8100-RENAME-AUDIT - ATOMICALLY REPLACE DBLAUD WITH THE
003366*  JUST-COMPLETED TRIMMED COPY. THE NAMES ARE RESOLVED THE
003367*  SAME WAY GNUCOBOL'S OWN ASSIGN CLAUSES RESOLVE THEM
003368*  (ENVIRONMENT VARIABLE OVERRIDE IF PRESENT, ELSE THE
003370*  LOGICAL NAME ITSELF).
003380*================================================================
003390    8100-RENAME-AUDIT.
003730        END-IF.
003740    8300-EXIT.
003750        EXIT.
003760*================================================================
003770*  9000-TERMINATE - CLOSE THE REPORT AND ECHO THE COUNTS.
003780*================================================================
003790    9000-TERMINATE.
003800        CLOSE DBL-ARCHIVE-REPORT-FILE.
003810        DISPLAY 'DBLAUD ARCHIVED . . . . : ' DBL65-AUD-ARCHIVED.
003820        DISPLAY 'DBLAUD RETAINED . . . . : ' DBL65-AUD-RETAINED.
003830        DISPLAY 'DBLHST ARCHIVED . . . . : ' DBL65-HST-ARCHIVED.
003840        DISPLAY 'DBLHST RETAINED . . . . : ' DBL65-HST-RETAINED.
003850        DISPLAY 'DBLREF PURGED . . . . . : ' DBL65-REF-PURGED.
003860        DISPLAY 'DBLREF RETAINED . . . . : ' DBL65-REF-RETAINED.
003870        DISPLAY 'DBL650 PROCESSING COMPLETE'.
003880    9000-EXIT.
003890        EXIT.
