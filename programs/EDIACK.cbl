000360*                   ENTRIES ACCEPTED LONGER AGO THAN THE AGE
000370*                   LIMIT ARE PURGED AT REWRITE TIME SO THE
000380*                   LOG STAYS BOUNDED IN THE FIRST PLACE.
000382*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000384*                   TO THE COMMON EXECUTION LOG FOR THE
000386*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000390*****************************************************************
000400*  REMARKS.
000410*      LOADS THE EDI CONTROL LOG (COPY EDICTL) INTO WORKING
000760            ORGANIZATION IS SEQUENTIAL.
000770     SELECT REPORT-OUT        ASSIGN TO RPTOUT
000780            ORGANIZATION IS SEQUENTIAL.
000782     SELECT OPTIONAL
000784            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000786            ORGANIZATION IS SEQUENTIAL
000788            FILE STATUS IS WS-EXECLOG-STATUS.

000790 DATA DIVISION.
000800 FILE SECTION.
001100     LABEL RECORDS ARE STANDARD.
001110 01  REPORT-LINE               PIC X(80).

001112 FD  EXEC-LOG-OUT
001114     LABEL RECORDS ARE STANDARD.
001116 COPY EXECLOG.

001120 WORKING-STORAGE SECTION.
001125 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001130 01  WS-SWITCHES.
001140     05  WS-CONTROL-EOF        PIC X(01)  VALUE 'N'.
001150         88  CONTROL-EOF                  VALUE 'Y'.
001730*---------------------------------------------------------------*
001740 0000-MAINLINE.
001750*---------------------------------------------------------------*
001753     PERFORM 9700-LOG-STEP-START
001756          THRU 9700-LOG-STEP-START-EXIT.
001760     PERFORM 1000-INITIALIZE
001770          THRU 1000-INITIALIZE-EXIT.
001780     PERFORM 2000-PROCESS-ACK-SEGMENT
001820          THRU 3000-REPORT-AND-REWRITE-EXIT.
001830     PERFORM 9000-TERMINATE
001840          THRU 9000-TERMINATE-EXIT.
001843     PERFORM 9710-LOG-STEP-END
001846          THRU 9710-LOG-STEP-END-EXIT.
001850     GOBACK.

001860*---------------------------------------------------------------*
004250     END-IF.
004260 9000-TERMINATE-EXIT.
004270     EXIT.

004280*---------------------------------------------------------------*
004290*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004300*---------------------------------------------------------------*
004310 9700-LOG-STEP-START.
004320*---------------------------------------------------------------*
004330     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004340     MOVE 'EDIACK'          TO EX-JOB-NAME.
004350     SET EX-STEP-START      TO TRUE.
004360     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004370     ACCEPT EX-RUN-TIME FROM TIME.
004380     MOVE ZERO              TO EX-RECORDS-READ
004390                               EX-RECORDS-WRITTEN
004400                               EX-REJECT-COUNT
004410                               EX-COMPLETION-CODE.
004420     OPEN EXTEND EXEC-LOG-OUT.
004430     WRITE EXECUTION-LOG-RECORD.
004440     CLOSE EXEC-LOG-OUT.
004450 9700-LOG-STEP-START-EXIT.
004460     EXIT.

004470*---------------------------------------------------------------*
004480*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004490*    ENDING WITH.                                               *
004500*---------------------------------------------------------------*
004510 9710-LOG-STEP-END.
004520*---------------------------------------------------------------*
004530     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004540     MOVE 'EDIACK'          TO EX-JOB-NAME.
004550     SET EX-STEP-END        TO TRUE.
004560     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004570     ACCEPT EX-RUN-TIME FROM TIME.
004580     MOVE WS-ACK-SEGMENTS-READ TO EX-RECORDS-READ.
004590     MOVE WS-SETS-ACCEPTED  TO EX-RECORDS-WRITTEN.
004600     MOVE WS-ACKS-UNMATCHED TO EX-REJECT-COUNT.
004610     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004620     OPEN EXTEND EXEC-LOG-OUT.
004630     WRITE EXECUTION-LOG-RECORD.
004640     CLOSE EXEC-LOG-OUT.
004650 9710-LOG-STEP-END-EXIT.
004660     EXIT.
