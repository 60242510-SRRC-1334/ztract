000190*  ---------  ----  ---------------------------------------------
000200*  2026-08-08 JLH   INITIAL VERSION - NUMERIC FIELD CONVERSION
000210*                   CERTIFICATION REPORT.
000212*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000214*                   TO THE COMMON EXECUTION LOG FOR THE
000216*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000220*****************************************************************
000230*  REMARKS.
000240*      DRIVES A KNOWN BOUNDARY VALUE THROUGH EACH PICTURE/USAGE
000380 FILE-CONTROL.
000390     SELECT REPORT-OUT   ASSIGN TO RPTOUT
000400            ORGANIZATION IS SEQUENTIAL.
000402     SELECT OPTIONAL
000404            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000406            ORGANIZATION IS SEQUENTIAL
000408            FILE STATUS IS WS-EXECLOG-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000440     LABEL RECORDS ARE STANDARD.
000450 01  REPORT-LINE              PIC X(80).

000452 FD  EXEC-LOG-OUT
000454     LABEL RECORDS ARE STANDARD.
000456 COPY EXECLOG.

000460 WORKING-STORAGE SECTION.
000465 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000470 COPY NUMTEST.

000480 01  WS-COUNTERS                          COMP.
000600*---------------------------------------------------------------*
000610 0000-MAINLINE.
000620*---------------------------------------------------------------*
000623     PERFORM 9700-LOG-STEP-START
000626          THRU 9700-LOG-STEP-START-EXIT.
000630     PERFORM 1000-INITIALIZE
000640          THRU 1000-INITIALIZE-EXIT.
000650     PERFORM 2000-RUN-CERTIFICATION
000660          THRU 2000-RUN-CERTIFICATION-EXIT.
000670     PERFORM 9000-TERMINATE
000680          THRU 9000-TERMINATE-EXIT.
000683     PERFORM 9710-LOG-STEP-END
000686          THRU 9710-LOG-STEP-END-EXIT.
000690     GOBACK.

000700*---------------------------------------------------------------*
004660 9000-TERMINATE-EXIT.
004670     EXIT.

004680*---------------------------------------------------------------*
004690*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004700*---------------------------------------------------------------*
004710 9700-LOG-STEP-START.
004720*---------------------------------------------------------------*
004730     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004740     MOVE 'NUMCERT'         TO EX-JOB-NAME.
004750     SET EX-STEP-START      TO TRUE.
004760     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004770     ACCEPT EX-RUN-TIME FROM TIME.
004780     MOVE ZERO              TO EX-RECORDS-READ
004790                               EX-RECORDS-WRITTEN
004800                               EX-REJECT-COUNT
004810                               EX-COMPLETION-CODE.
004820     OPEN EXTEND EXEC-LOG-OUT.
004830     WRITE EXECUTION-LOG-RECORD.
004840     CLOSE EXEC-LOG-OUT.
004850 9700-LOG-STEP-START-EXIT.
004860     EXIT.

004870*---------------------------------------------------------------*
004880*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004890*    ENDING WITH.                                               *
004900*---------------------------------------------------------------*
004910 9710-LOG-STEP-END.
004920*---------------------------------------------------------------*
004930     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004940     MOVE 'NUMCERT'         TO EX-JOB-NAME.
004950     SET EX-STEP-END        TO TRUE.
004960     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004970     ACCEPT EX-RUN-TIME FROM TIME.
004980     MOVE WS-CHECKS-RUN     TO EX-RECORDS-READ.
004990     MOVE WS-CHECKS-PASSED  TO EX-RECORDS-WRITTEN.
005000     MOVE WS-CHECKS-FAILED  TO EX-REJECT-COUNT.
005010     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005020     OPEN EXTEND EXEC-LOG-OUT.
005030     WRITE EXECUTION-LOG-RECORD.
005040     CLOSE EXEC-LOG-OUT.
005050 9710-LOG-STEP-END-EXIT.
005060     EXIT.

