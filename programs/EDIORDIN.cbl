000210*                   850-STYLE PURCHASE ORDER INTERCHANGE INTO
000220*                   ORDER-RECORD LAYOUTS FOR ORDLOAD, THE REVERSE
000230*                   OF THE 850 SETS EDIINV WRITES OUTBOUND.
000233*  2026-10-15 JLH   NEW LINES START WITH NO PROMISE DATE - ORDEDIT
000236*                   STAMPS IT.
000237*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000238*                   TO THE COMMON EXECUTION LOG FOR THE
000239*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000240*  2026-10-15 JLH   NEW ORDERS START UNTAXED - NO JURISDICTION,
000241*                   NOT EXEMPT, ZERO TAXABLE AND TAX AMOUNTS -
000242*                   FOR ORDEDIT TO TAX.
000245*****************************************************************
000250*  REMARKS.
000260*      READS AN INBOUND ANSI X12-STYLE INTERCHANGE USING THE SAME
000270*      DELIMITER CONVENTIONS EDIINV WRITES - ELEMENTS SEPARATED
000650            ORGANIZATION IS SEQUENTIAL.
000660     SELECT REJECT-OUT    ASSIGN TO REJOUT
000670            ORGANIZATION IS SEQUENTIAL.
000672     SELECT OPTIONAL
000674            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000676            ORGANIZATION IS SEQUENTIAL
000678            FILE STATUS IS WS-EXECLOG-STATUS.

000680 DATA DIVISION.
000690 FILE SECTION.
000770     LABEL RECORDS ARE STANDARD.
000780 COPY REJCREC.

000782 FD  EXEC-LOG-OUT
000784     LABEL RECORDS ARE STANDARD.
000786 COPY EXECLOG.

000790 WORKING-STORAGE SECTION.
000795 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000800 01  WS-SWITCHES.
000810     05  WS-EDI-EOF            PIC X(01)  VALUE 'N'.
000820         88  EDI-EOF                      VALUE 'Y'.
001250*---------------------------------------------------------------*
001260 0000-MAINLINE.
001270*---------------------------------------------------------------*
001273     PERFORM 9700-LOG-STEP-START
001276          THRU 9700-LOG-STEP-START-EXIT.
001280     PERFORM 1000-INITIALIZE
001290          THRU 1000-INITIALIZE-EXIT.
001300     PERFORM 2000-PROCESS-SEGMENT
001390     END-IF.
001400     PERFORM 9000-TERMINATE
001410          THRU 9000-TERMINATE-EXIT.
001413     PERFORM 9710-LOG-STEP-END
001416          THRU 9710-LOG-STEP-END-EXIT.
001420     GOBACK.

001430*---------------------------------------------------------------*
002210                  ORDER-ID
002220                  ORDER-DATE
002230                  CUSTOMER-NR
002240                  ORDER-TOTAL
002242                  ORDER-TAXABLE-AMOUNT
002244                  ORDER-TAX-AMOUNT.
002246     MOVE SPACES TO ORDER-TAX-JURIS.
002248     MOVE 'N'    TO ORDER-TAX-EXEMPT-SW.
002250     SET ORD-OPEN TO TRUE.
002260     IF WS-ELEM (2) NOT = '850'
002270         MOVE 'TRANSACTION SET IS NOT AN 850' TO WS-ERROR-TEXT
003230     MOVE ZERO       TO LINE-QTY (LINE-COUNT)
003240                        LINE-SHIPPED-QTY (LINE-COUNT)
003250                        LINE-PRICE (LINE-COUNT)
003260                        LINE-AMOUNT (LINE-COUNT)
003261                        LINE-PROMISE-DATE (LINE-COUNT).
003270     MOVE WS-ELEM (5) TO LINE-PRODUCT (LINE-COUNT).
003280     IF WS-ELEM (4) NOT = 'PE'
003290         MOVE 'PO1 UNIT CODE NOT PE' TO WS-ERROR-TEXT
005840     CLOSE EDI-IN ORDER-OUT REJECT-OUT.
005850 9000-TERMINATE-EXIT.
005860     EXIT.

005870*---------------------------------------------------------------*
005880*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
005890*---------------------------------------------------------------*
005900 9700-LOG-STEP-START.
005910*---------------------------------------------------------------*
005920     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005930     MOVE 'EDIORDIN'        TO EX-JOB-NAME.
005940     SET EX-STEP-START      TO TRUE.
005950     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005960     ACCEPT EX-RUN-TIME FROM TIME.
005970     MOVE ZERO              TO EX-RECORDS-READ
005980                               EX-RECORDS-WRITTEN
005990                               EX-REJECT-COUNT
006000                               EX-COMPLETION-CODE.
006010     OPEN EXTEND EXEC-LOG-OUT.
006020     WRITE EXECUTION-LOG-RECORD.
006030     CLOSE EXEC-LOG-OUT.
006040 9700-LOG-STEP-START-EXIT.
006050     EXIT.

006060*---------------------------------------------------------------*
006070*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
006080*    ENDING WITH.                                               *
006090*---------------------------------------------------------------*
006100 9710-LOG-STEP-END.
006110*---------------------------------------------------------------*
006120     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006130     MOVE 'EDIORDIN'        TO EX-JOB-NAME.
006140     SET EX-STEP-END        TO TRUE.
006150     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006160     ACCEPT EX-RUN-TIME FROM TIME.
006170     MOVE WS-SEGMENTS-READ  TO EX-RECORDS-READ.
006180     MOVE WS-ORDERS-WRITTEN TO EX-RECORDS-WRITTEN.
006190     MOVE WS-SETS-REJECTED  TO EX-REJECT-COUNT.
006200     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
006210     OPEN EXTEND EXEC-LOG-OUT.
006220     WRITE EXECUTION-LOG-RECORD.
006230     CLOSE EXEC-LOG-OUT.
006240 9710-LOG-STEP-END-EXIT.
006250     EXIT.
