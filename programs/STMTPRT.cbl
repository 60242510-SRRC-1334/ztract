000200*  2026-08-22 JLH   INITIAL VERSION - MONTHLY CUSTOMER STATEMENT
000210*                   PRINT RUN COMBINING THE MULTI-SEGMENT FILE,
000220*                   THE ORDER MASTER, AND THE CROSS-REFERENCE.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000227*  2026-10-15 JLH   EACH PERIOD ORDER SHOWS ITS SALES TAX, AND
000228*                   THE BALANCE BLOCK THE PERIOD'S TAX CHARGED.
000229*                   THE TAX IS BACKED OUT OF THE OPENING BALANCE
000230*                   WITH THE ORDER TOTALS.
000235*****************************************************************
000240*  REMARKS.
000250*      ONE STATEMENT PER PARTY (COMMON-KEY) ON THE MULTI-SEGMENT
000260*      FILE, WHICH IS ALREADY IN COMMON-KEY/SEGMENT-ID SEQUENCE,
000340*            BALANCE.  THE OPENING BALANCE IS DERIVED FROM IT BY
000350*            BACKING OUT THE PERIOD'S ACTIVITY - ORDERS CHARGE
000360*            THE ACCOUNT AND PAYMENTS RELIEVE IT, SO OPENING =
000370*            CLOSING - PERIOD ORDERS + PERIOD PAYMENTS, THE
000372*            ORDERS TAKEN WITH THEIR SALES TAX
000380*          - PY SEGMENTS WHOSE PAY-VALUE-DATE FALLS IN THE
000390*            CONTROL-CARD PERIOD ARE LISTED
000400*          - ORDERS COME OFF THE ORDER MASTER BY THE CUSTOMER-NR
000410*            ALTERNATE KEY (THROUGH THE CROSS-REFERENCE), THOSE
000420*            DATED IN THE PERIOD LISTED WITH TOTAL, SALES TAX,
000425*            AND STATUS
000430*
000440*      THE RUN ENDS WITH A CONTROL SUMMARY - STATEMENTS
000450*      PRODUCED, PARTIES SKIPPED, AND THE SUM OF CLOSING
000750            FILE STATUS IS WS-ORDMSTR-STATUS.
000760     SELECT STATEMENT-OUT ASSIGN TO STMTOUT
000770            ORGANIZATION IS SEQUENTIAL.
000772     SELECT OPTIONAL
000774            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000776            ORGANIZATION IS SEQUENTIAL
000778            FILE STATUS IS WS-EXECLOG-STATUS.

000780 DATA DIVISION.
000790 FILE SECTION.
001120     LABEL RECORDS ARE STANDARD.
001130 01  STATEMENT-LINE            PIC X(100).

001132 FD  EXEC-LOG-OUT
001134     LABEL RECORDS ARE STANDARD.
001136 COPY EXECLOG.

001140 WORKING-STORAGE SECTION.
001150 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001160 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001165 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001170 01  WS-SWITCHES.
001180     05  WS-MSEG-EOF           PIC X(01)  VALUE 'N'.
001500     05  WS-PTY-ORDER-TOTAL    PIC S9(13)V99 COMP-3.
001510     05  WS-PTY-PAY-TOTAL      PIC S9(13)V99 COMP-3.
001520     05  WS-PTY-OPENING-BAL    PIC S9(13)V99 COMP-3.
001525     05  WS-PTY-TAX-TOTAL      PIC S9(13)V99 COMP-3.

001530 01  WS-PAY-TABLE.
001540     05  WS-PT-ENTRY OCCURS 100 TIMES.
001820     05  OD-ORDER-STATUS        PIC X(04).
001830     05  FILLER                 PIC X(03) VALUE SPACES.
001840     05  OD-ORDER-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
001842     05  FILLER                 PIC X(03) VALUE SPACES.
001844     05  OD-ORDER-TAX           PIC ZZZ,ZZZ,ZZ9.99-.

001850 01  WS-PAY-DETAIL.
001860     05  FILLER                 PIC X(07) VALUE SPACES.
002020*---------------------------------------------------------------*
002030 0000-MAINLINE.
002040*---------------------------------------------------------------*
002043     PERFORM 9700-LOG-STEP-START
002046          THRU 9700-LOG-STEP-START-EXIT.
002050     PERFORM 1000-INITIALIZE
002060          THRU 1000-INITIALIZE-EXIT.
002070     PERFORM 2000-PROCESS-PARTY
002110          THRU 8000-PRINT-SUMMARY-EXIT.
002120     PERFORM 9000-TERMINATE
002130          THRU 9000-TERMINATE-EXIT.
002133     PERFORM 9710-LOG-STEP-END
002136          THRU 9710-LOG-STEP-END-EXIT.
002140     GOBACK.

002150*---------------------------------------------------------------*
002510                  WS-PTY-ORDER-TOTAL
002520                  WS-PTY-PAY-TOTAL
002530                  WS-PTY-OPENING-BAL
002535                  WS-PTY-TAX-TOTAL
002540                  WS-PAY-COUNT.
002550     PERFORM 2100-COLLECT-SEGMENT
002560          THRU 2100-COLLECT-SEGMENT-EXIT
003350     COMPUTE WS-PTY-OPENING-BAL =
003360             WS-PTY-CLOSING-BAL
003370             - WS-PTY-ORDER-TOTAL
003375             - WS-PTY-TAX-TOTAL
003380             + WS-PTY-PAY-TOTAL.
003390     MOVE 'OPENING BALANCE '   TO BL-CAPTION.
003400     MOVE WS-PTY-OPENING-BAL   TO BL-AMOUNT.
003410     WRITE STATEMENT-LINE FROM WS-BALANCE-LINE.
003412     MOVE 'SALES TAX CHARGED'  TO BL-CAPTION.
003414     MOVE WS-PTY-TAX-TOTAL     TO BL-AMOUNT.
003416     WRITE STATEMENT-LINE FROM WS-BALANCE-LINE.
003420     MOVE 'CLOSING BALANCE '   TO BL-CAPTION.
003430     MOVE WS-PTY-CLOSING-BAL   TO BL-AMOUNT.
003440     WRITE STATEMENT-LINE FROM WS-BALANCE-LINE.
004000         MOVE ORDER-DATE   TO OD-ORDER-DATE
004010         MOVE ORDER-STATUS TO OD-ORDER-STATUS
004020         MOVE ORDER-TOTAL  TO OD-ORDER-TOTAL
004022         MOVE ZERO         TO OD-ORDER-TAX
004024*        AN ORDER FROM BEFORE ORDERS CARRIED TAX SHOWS NONE
004026         IF ORDER-TAX-AMOUNT NUMERIC
004028             MOVE ORDER-TAX-AMOUNT TO OD-ORDER-TAX
004030             ADD ORDER-TAX-AMOUNT  TO WS-PTY-TAX-TOTAL
004032         END-IF
004034         WRITE STATEMENT-LINE FROM WS-ORDER-DETAIL
004040         ADD ORDER-TOTAL TO WS-PTY-ORDER-TOTAL
004050     END-IF.
004060     PERFORM 4100-READ-NEXT-ORDER
004540     CLOSE MSEG-IN XREF-MASTER ORDER-MASTER STATEMENT-OUT.
004550 9000-TERMINATE-EXIT.
004560     EXIT.

004570*---------------------------------------------------------------*
004580*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004590*---------------------------------------------------------------*
004600 9700-LOG-STEP-START.
004610*---------------------------------------------------------------*
004620     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004630     MOVE 'STMTPRT'         TO EX-JOB-NAME.
004640     SET EX-STEP-START      TO TRUE.
004650     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004660     ACCEPT EX-RUN-TIME FROM TIME.
004670     MOVE ZERO              TO EX-RECORDS-READ
004680                               EX-RECORDS-WRITTEN
004690                               EX-REJECT-COUNT
004700                               EX-COMPLETION-CODE.
004710     OPEN EXTEND EXEC-LOG-OUT.
004720     WRITE EXECUTION-LOG-RECORD.
004730     CLOSE EXEC-LOG-OUT.
004740 9700-LOG-STEP-START-EXIT.
004750     EXIT.

004760*---------------------------------------------------------------*
004770*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004780*    ENDING WITH.                                               *
004790*---------------------------------------------------------------*
004800 9710-LOG-STEP-END.
004810*---------------------------------------------------------------*
004820     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004830     MOVE 'STMTPRT'         TO EX-JOB-NAME.
004840     SET EX-STEP-END        TO TRUE.
004850     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004860     ACCEPT EX-RUN-TIME FROM TIME.
004870     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
004880     MOVE WS-STATEMENTS-PRINTED TO EX-RECORDS-WRITTEN.
004890     MOVE ZERO              TO EX-REJECT-COUNT.
004900     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004910     OPEN EXTEND EXEC-LOG-OUT.
004920     WRITE EXECUTION-LOG-RECORD.
004930     CLOSE EXEC-LOG-OUT.
004940 9710-LOG-STEP-END-EXIT.
004950     EXIT.
