000200*  2026-08-22 JLH   INITIAL VERSION - EXCHANGE RATE TABLE LOAD
000210*                   VALIDATION, RUN AHEAD OF CURRCNV SO A BAD
000220*                   RATE NEVER REACHES A CONVERSION.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      CURRCNV TRUSTS WHATEVER IS IN THE RATE FILE; THIS STEP
000620            ORGANIZATION IS SEQUENTIAL.
000630     SELECT REPORT-OUT    ASSIGN TO RPTOUT
000640            ORGANIZATION IS SEQUENTIAL.
000642     SELECT OPTIONAL
000644            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000646            ORGANIZATION IS SEQUENTIAL
000648            FILE STATUS IS WS-EXECLOG-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
001060     LABEL RECORDS ARE STANDARD.
001070 01  REPORT-LINE               PIC X(80).

001072 FD  EXEC-LOG-OUT
001074     LABEL RECORDS ARE STANDARD.
001076 COPY EXECLOG.

001080 WORKING-STORAGE SECTION.
001085 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001090 01  WS-SWITCHES.
001100     05  WS-PRIOR-EOF          PIC X(01)  VALUE 'N'.
001110         88  PRIOR-EOF                    VALUE 'Y'.
001600*---------------------------------------------------------------*
001610 0000-MAINLINE.
001620*---------------------------------------------------------------*
001623     PERFORM 9700-LOG-STEP-START
001626          THRU 9700-LOG-STEP-START-EXIT.
001630     PERFORM 1000-INITIALIZE
001640          THRU 1000-INITIALIZE-EXIT.
001650     PERFORM 2000-VALIDATE-RATE
001690          THRU 3000-REPORT-MISSING-CURRENCIES-EXIT.
001700     PERFORM 9000-TERMINATE
001710          THRU 9000-TERMINATE-EXIT.
001713     PERFORM 9710-LOG-STEP-END
001716          THRU 9710-LOG-STEP-END-EXIT.
001720     GOBACK.

001730*---------------------------------------------------------------*
004160     END-IF.
004170 9000-TERMINATE-EXIT.
004180     EXIT.

004190*---------------------------------------------------------------*
004200*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004210*---------------------------------------------------------------*
004220 9700-LOG-STEP-START.
004230*---------------------------------------------------------------*
004240     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004250     MOVE 'RATEVAL'         TO EX-JOB-NAME.
004260     SET EX-STEP-START      TO TRUE.
004270     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004280     ACCEPT EX-RUN-TIME FROM TIME.
004290     MOVE ZERO              TO EX-RECORDS-READ
004300                               EX-RECORDS-WRITTEN
004310                               EX-REJECT-COUNT
004320                               EX-COMPLETION-CODE.
004330     OPEN EXTEND EXEC-LOG-OUT.
004340     WRITE EXECUTION-LOG-RECORD.
004350     CLOSE EXEC-LOG-OUT.
004360 9700-LOG-STEP-START-EXIT.
004370     EXIT.

004380*---------------------------------------------------------------*
004390*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004400*    ENDING WITH.                                               *
004410*---------------------------------------------------------------*
004420 9710-LOG-STEP-END.
004430*---------------------------------------------------------------*
004440     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004450     MOVE 'RATEVAL'         TO EX-JOB-NAME.
004460     SET EX-STEP-END        TO TRUE.
004470     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004480     ACCEPT EX-RUN-TIME FROM TIME.
004490     MOVE WS-RATES-READ     TO EX-RECORDS-READ.
004500     MOVE WS-RATES-ACCEPTED TO EX-RECORDS-WRITTEN.
004510     MOVE WS-RATES-REJECTED TO EX-REJECT-COUNT.
004520     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004530     OPEN EXTEND EXEC-LOG-OUT.
004540     WRITE EXECUTION-LOG-RECORD.
004550     CLOSE EXEC-LOG-OUT.
004560 9710-LOG-STEP-END-EXIT.
004570     EXIT.
