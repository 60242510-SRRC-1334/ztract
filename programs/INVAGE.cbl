000237*                   AMOUNT IS CONVERTED AT THE EXCH-RATE-USED
000238*                   CURRCNV STAMPED; AN INVOICE WITH NOTHING
000239*                   OPEN IS PASSED WITH THE CLOSED ONES.
000241*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000243*                   TO THE COMMON EXECUTION LOG FOR THE
000245*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000247*****************************************************************
000250*  REMARKS.
000260*      ANSWERS THE CONTROLLER'S "WHAT DO WE OWE AND HOW OLD IS
000270*      IT" FROM THE SYSTEM INSTEAD OF A HAND TALLY.  EVERY OPEN
000470            ORGANIZATION IS SEQUENTIAL.
000480     SELECT REPORT-OUT    ASSIGN TO RPTOUT
000490            ORGANIZATION IS SEQUENTIAL.
000492     SELECT OPTIONAL
000494            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000496            ORGANIZATION IS SEQUENTIAL
000498            FILE STATUS IS WS-EXECLOG-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.
000560     LABEL RECORDS ARE STANDARD.
000570 01  REPORT-LINE               PIC X(132).

000572 FD  EXEC-LOG-OUT
000574     LABEL RECORDS ARE STANDARD.
000576 COPY EXECLOG.

000580 WORKING-STORAGE SECTION.
000585 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000590 01  WS-SWITCHES.
000600     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
000610         88  INVOICE-EOF                  VALUE 'Y'.
001370*---------------------------------------------------------------*
001380 0000-MAINLINE.
001390*---------------------------------------------------------------*
001393     PERFORM 9700-LOG-STEP-START
001396          THRU 9700-LOG-STEP-START-EXIT.
001400     PERFORM 1000-INITIALIZE
001410          THRU 1000-INITIALIZE-EXIT.
001420     PERFORM 2000-PROCESS-INVOICE
001460          THRU 8000-PRINT-REPORT-EXIT.
001470     PERFORM 9000-TERMINATE
001480          THRU 9000-TERMINATE-EXIT.
001483     PERFORM 9710-LOG-STEP-END
001486          THRU 9710-LOG-STEP-END-EXIT.
001490     GOBACK.

001500*---------------------------------------------------------------*
003280     CLOSE INVOICE-IN REPORT-OUT.
003290 9000-TERMINATE-EXIT.
003300     EXIT.

003310*---------------------------------------------------------------*
003320*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003330*---------------------------------------------------------------*
003340 9700-LOG-STEP-START.
003350*---------------------------------------------------------------*
003360     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003370     MOVE 'INVAGE'          TO EX-JOB-NAME.
003380     SET EX-STEP-START      TO TRUE.
003390     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003400     ACCEPT EX-RUN-TIME FROM TIME.
003410     MOVE ZERO              TO EX-RECORDS-READ
003420                               EX-RECORDS-WRITTEN
003430                               EX-REJECT-COUNT
003440                               EX-COMPLETION-CODE.
003450     OPEN EXTEND EXEC-LOG-OUT.
003460     WRITE EXECUTION-LOG-RECORD.
003470     CLOSE EXEC-LOG-OUT.
003480 9700-LOG-STEP-START-EXIT.
003490     EXIT.

003500*---------------------------------------------------------------*
003510*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003520*    ENDING WITH.                                               *
003530*---------------------------------------------------------------*
003540 9710-LOG-STEP-END.
003550*---------------------------------------------------------------*
003560     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003570     MOVE 'INVAGE'          TO EX-JOB-NAME.
003580     SET EX-STEP-END        TO TRUE.
003590     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003600     ACCEPT EX-RUN-TIME FROM TIME.
003610     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
003620     MOVE WS-INVOICES-AGED  TO EX-RECORDS-WRITTEN.
003630     MOVE ZERO              TO EX-REJECT-COUNT.
003640     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003650     OPEN EXTEND EXEC-LOG-OUT.
003660     WRITE EXECUTION-LOG-RECORD.
003670     CLOSE EXEC-LOG-OUT.
003680 9710-LOG-STEP-END-EXIT.
003690     EXIT.
