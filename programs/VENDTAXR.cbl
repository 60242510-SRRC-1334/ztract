000210*                   REPORTING RUN.  REPLACES THE JANUARY
000220*                   RECONSTRUCTION OF REPORTABLE PAYMENTS FROM
000230*                   A YEAR OF REMITTANCE ADVICES.
000232*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000234*                   TO THE COMMON EXECUTION LOG FOR THE
000236*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000240*****************************************************************
000250*  REMARKS.
000260*      TOTALS THE REPORTING YEAR'S SETTLED PAYMENTS PER VENDOR
000740            ORGANIZATION IS SEQUENTIAL.
000750     SELECT REGISTER-OUT   ASSIGN TO RGSTOUT
000760            ORGANIZATION IS SEQUENTIAL.
000762     SELECT OPTIONAL
000764            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000766            ORGANIZATION IS SEQUENTIAL
000768            FILE STATUS IS WS-EXECLOG-STATUS.

000770 DATA DIVISION.
000780 FILE SECTION.
001160     LABEL RECORDS ARE STANDARD.
001170 01  REGISTER-LINE             PIC X(132).

001172 FD  EXEC-LOG-OUT
001174     LABEL RECORDS ARE STANDARD.
001176 COPY EXECLOG.

001180 WORKING-STORAGE SECTION.
001190 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
001200 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001205 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001210 01  WS-SWITCHES.
001220     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
001950*---------------------------------------------------------------*
001960 0000-MAINLINE.
001970*---------------------------------------------------------------*
001973     PERFORM 9700-LOG-STEP-START
001976          THRU 9700-LOG-STEP-START-EXIT.
001980     PERFORM 1000-INITIALIZE
001990          THRU 1000-INITIALIZE-EXIT.
002000     PERFORM 2000-SUM-INVOICE
002080          UNTIL VENDOR-EOF.
002090     PERFORM 9000-TERMINATE
002100          THRU 9000-TERMINATE-EXIT.
002103     PERFORM 9710-LOG-STEP-END
002106          THRU 9710-LOG-STEP-END-EXIT.
002110     GOBACK.

002120*---------------------------------------------------------------*
004760           EXTRACT-OUT REGISTER-OUT.
004770 9000-TERMINATE-EXIT.
004780     EXIT.

004790*---------------------------------------------------------------*
004800*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004810*---------------------------------------------------------------*
004820 9700-LOG-STEP-START.
004830*---------------------------------------------------------------*
004840     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004850     MOVE 'VENDTAXR'        TO EX-JOB-NAME.
004860     SET EX-STEP-START      TO TRUE.
004870     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004880     ACCEPT EX-RUN-TIME FROM TIME.
004890     MOVE ZERO              TO EX-RECORDS-READ
004900                               EX-RECORDS-WRITTEN
004910                               EX-REJECT-COUNT
004920                               EX-COMPLETION-CODE.
004930     OPEN EXTEND EXEC-LOG-OUT.
004940     WRITE EXECUTION-LOG-RECORD.
004950     CLOSE EXEC-LOG-OUT.
004960 9700-LOG-STEP-START-EXIT.
004970     EXIT.

004980*---------------------------------------------------------------*
004990*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
005000*    ENDING WITH.                                               *
005010*---------------------------------------------------------------*
005020 9710-LOG-STEP-END.
005030*---------------------------------------------------------------*
005040     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005050     MOVE 'VENDTAXR'        TO EX-JOB-NAME.
005060     SET EX-STEP-END        TO TRUE.
005070     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005080     ACCEPT EX-RUN-TIME FROM TIME.
005090     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
005100     MOVE WS-EXTRACTS-WRITTEN TO EX-RECORDS-WRITTEN.
005110     MOVE ZERO              TO EX-REJECT-COUNT.
005120     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005130     OPEN EXTEND EXEC-LOG-OUT.
005140     WRITE EXECUTION-LOG-RECORD.
005150     CLOSE EXEC-LOG-OUT.
005160 9710-LOG-STEP-END-EXIT.
005170     EXIT.
