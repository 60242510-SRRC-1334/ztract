000226*                   REPORTED TO THE CONSOLE.  NOW ALSO WRITES A
000227*                   REJECT-RECORD TO THE COMMON REJECT LOG, ON
000228*                   TOP OF THE EXISTING CONSOLE DISPLAY.
000230*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000232*                   TO THE COMMON EXECUTION LOG FOR THE
000234*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000236*****************************************************************
000240*  REMARKS.
000250*      EACH TRANSACTION CARRIES A PARTY-ID AND AS MANY OF
000260*      CUSTOMER-NR, VENDOR-ID, AND COMMON-KEY AS APPLY TO THAT
000540            FILE STATUS IS WS-XREFMSTR-STATUS.
000545     SELECT REJECT-OUT     ASSIGN TO REJOUT
000546            ORGANIZATION IS SEQUENTIAL.
000547     SELECT OPTIONAL
000548            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000549            ORGANIZATION IS SEQUENTIAL
000552            FILE STATUS IS WS-EXECLOG-STATUS.

000555 DATA DIVISION.
000560 FILE SECTION.
000570 FD  XREF-TXN-IN
000580     LABEL RECORDS ARE STANDARD.
000796     LABEL RECORDS ARE STANDARD.
000797 COPY REJCREC.

000798 FD  EXEC-LOG-OUT
000799     LABEL RECORDS ARE STANDARD.
000802 COPY EXECLOG.

000805 WORKING-STORAGE SECTION.
000810 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
000815 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000820 01  WS-SWITCHES.
000830     05  WS-TXN-EOF            PIC X(01)  VALUE 'N'.
000920*---------------------------------------------------------------*
000930 0000-MAINLINE.
000940*---------------------------------------------------------------*
000943     PERFORM 9700-LOG-STEP-START
000946          THRU 9700-LOG-STEP-START-EXIT.
000950     PERFORM 1000-INITIALIZE
000960          THRU 1000-INITIALIZE-EXIT.
000970     PERFORM 2000-LOAD-PARTY
000990          UNTIL TXN-EOF.
001000     PERFORM 9000-TERMINATE
001010          THRU 9000-TERMINATE-EXIT.
001013     PERFORM 9710-LOG-STEP-END
001016          THRU 9710-LOG-STEP-END-EXIT.
001020     GOBACK.

001030*---------------------------------------------------------------*
001540     CLOSE XREF-TXN-IN XREF-MASTER REJECT-OUT.
001550 9000-TERMINATE-EXIT.
001560     EXIT.

001570*---------------------------------------------------------------*
001580*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001590*---------------------------------------------------------------*
001600 9700-LOG-STEP-START.
001610*---------------------------------------------------------------*
001620     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001630     MOVE 'XREFBLD'         TO EX-JOB-NAME.
001640     SET EX-STEP-START      TO TRUE.
001650     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001660     ACCEPT EX-RUN-TIME FROM TIME.
001670     MOVE ZERO              TO EX-RECORDS-READ
001680                               EX-RECORDS-WRITTEN
001690                               EX-REJECT-COUNT
001700                               EX-COMPLETION-CODE.
001710     OPEN EXTEND EXEC-LOG-OUT.
001720     WRITE EXECUTION-LOG-RECORD.
001730     CLOSE EXEC-LOG-OUT.
001740 9700-LOG-STEP-START-EXIT.
001750     EXIT.

001760*---------------------------------------------------------------*
001770*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
001780*    ENDING WITH.                                               *
001790*---------------------------------------------------------------*
001800 9710-LOG-STEP-END.
001810*---------------------------------------------------------------*
001820     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001830     MOVE 'XREFBLD'         TO EX-JOB-NAME.
001840     SET EX-STEP-END        TO TRUE.
001850     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001860     ACCEPT EX-RUN-TIME FROM TIME.
001870     MOVE WS-TXNS-READ      TO EX-RECORDS-READ.
001880     MOVE WS-PARTIES-LOADED TO EX-RECORDS-WRITTEN.
001890     MOVE WS-TXNS-REJECTED  TO EX-REJECT-COUNT.
001900     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
001910     OPEN EXTEND EXEC-LOG-OUT.
001920     WRITE EXECUTION-LOG-RECORD.
001930     CLOSE EXEC-LOG-OUT.
001940 9710-LOG-STEP-END-EXIT.
001950     EXIT.
