000518*  2026-09-03 JLH   INVOICE-OUT-RECORD WIDENED TO PIC X(966)
000520*                   WITH THE INV-RECURRING-SW FIELD ADDED TO
000522*                   THE INVOICE-RECORD LAYOUT.
000523*  2026-10-15 JLH   INVOICE-OUT-RECORD WIDENED TO PIC X(982)
000524*                   WITH THE INV-ENTERED-BY AND INV-LAST-
000525*                   CHANGED-BY FIELDS ADDED TO THE INVOICE-
000526*                   RECORD LAYOUT.
000527*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000528*                   TO THE COMMON EXECUTION LOG FOR THE
000529*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000532*****************************************************************
000535*  REMARKS.
000540*      THIS IS THE MAIN OVERNIGHT INVOICE POSTING STEP.  ON
000550*      ENTRY IT READS THE CHECKPOINT LOG FOR THE LAST INVOICE-ID
000560*      FULLY COMMITTED BY A PRIOR RUN (IF ANY) AND SKIPS PAST
000890            ACCESS MODE IS RANDOM
000900            RECORD KEY IS RC-FILE-ID
000910            FILE STATUS IS WS-RUNCTL-STATUS.
000912     SELECT OPTIONAL
000914            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000916            ORGANIZATION IS SEQUENTIAL
000918            FILE STATUS IS WS-EXECLOG-STATUS.

000920 DATA DIVISION.
000930 FILE SECTION.

001210 FD  INVOICE-OUT
001220     LABEL RECORDS ARE STANDARD.
001230 01  INVOICE-OUT-RECORD    PIC X(982).

001240 FD  CONTROL-TOT-OUT
001250     LABEL RECORDS ARE STANDARD.
001280     LABEL RECORDS ARE STANDARD.
001290 COPY RUNCTL.

001292 FD  EXEC-LOG-OUT
001294     LABEL RECORDS ARE STANDARD.
001296 COPY EXECLOG.

001300 WORKING-STORAGE SECTION.
001310 01  WS-FILE-STATUSES.
001320     05  WS-CKPT-IN-STATUS     PIC X(02)  VALUE SPACES.
001330     05  WS-CKPT-OUT-STATUS    PIC X(02)  VALUE SPACES.
001340     05  WS-CTLTOT-STATUS      PIC X(02)  VALUE SPACES.
001350     05  WS-RUNCTL-STATUS      PIC X(02)  VALUE SPACES.
001355     05  WS-EXECLOG-STATUS     PIC X(02)  VALUE SPACES.

001360 01  WS-SWITCHES.
001370     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
001680*---------------------------------------------------------------*
001690 0000-MAINLINE.
001700*---------------------------------------------------------------*
001703     PERFORM 9700-LOG-STEP-START
001706          THRU 9700-LOG-STEP-START-EXIT.
001710     PERFORM 1000-INITIALIZE
001720          THRU 1000-INITIALIZE-EXIT.
001730     IF WS-RUN-REFUSED
001740         MOVE 16 TO RETURN-CODE
001743         PERFORM 9710-LOG-STEP-END
001746              THRU 9710-LOG-STEP-END-EXIT
001750         GOBACK
001760     END-IF.
001770     PERFORM 2000-PROCESS-INVOICE
001810          THRU 7000-WRITE-CHECKPOINT-EXIT.
001820     PERFORM 9000-TERMINATE
001830          THRU 9000-TERMINATE-EXIT.
001833     PERFORM 9710-LOG-STEP-END
001836          THRU 9710-LOG-STEP-END-EXIT.
001840     GOBACK.

001850*---------------------------------------------------------------*
004870 9620-CLEAR-ONE-CONSUMER-EXIT.
004880     EXIT.

004890*---------------------------------------------------------------*
004900*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004910*---------------------------------------------------------------*
004920 9700-LOG-STEP-START.
004930*---------------------------------------------------------------*
004940     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004950     MOVE 'INVBATCH'        TO EX-JOB-NAME.
004960     SET EX-STEP-START      TO TRUE.
004970     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004980     ACCEPT EX-RUN-TIME FROM TIME.
004990     MOVE ZERO              TO EX-RECORDS-READ
005000                               EX-RECORDS-WRITTEN
005010                               EX-REJECT-COUNT
005020                               EX-COMPLETION-CODE.
005030     OPEN EXTEND EXEC-LOG-OUT.
005040     WRITE EXECUTION-LOG-RECORD.
005050     CLOSE EXEC-LOG-OUT.
005060 9700-LOG-STEP-START-EXIT.
005070     EXIT.

005080*---------------------------------------------------------------*
005090*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
005100*    ENDING WITH.                                               *
005110*---------------------------------------------------------------*
005120 9710-LOG-STEP-END.
005130*---------------------------------------------------------------*
005140     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005150     MOVE 'INVBATCH'        TO EX-JOB-NAME.
005160     SET EX-STEP-END        TO TRUE.
005170     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005180     ACCEPT EX-RUN-TIME FROM TIME.
005190     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
005200     MOVE WS-INVOICES-WRITTEN TO EX-RECORDS-WRITTEN.
005210     MOVE ZERO              TO EX-REJECT-COUNT.
005220     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005230     OPEN EXTEND EXEC-LOG-OUT.
005240     WRITE EXECUTION-LOG-RECORD.
005250     CLOSE EXEC-LOG-OUT.
005260 9710-LOG-STEP-END-EXIT.
005270     EXIT.

