000190*  ---------  ----  ---------------------------------------------
000200*  2026-09-03 JLH   INITIAL VERSION - BUILDS THE INDEXED PRODUCT
000210*                   PRICE MASTER FROM THE SEQUENTIAL PRICE FILE.
000212*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000214*                   TO THE COMMON EXECUTION LOG FOR THE
000216*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000217*  2026-10-15 JLH   PRC-TAX-CLASS CARRIED TO THE MASTER FOR THE
000218*                   ORDEDIT SALES TAX CALCULATION; A CLASS OTHER
000219*                   THAN T, E, OR BLANK IS REJECTED.
000220*****************************************************************
000230*  REMARKS.
000240*      ONE-TIME (OR PERIODIC REFRESH) CONVERSION OF THE
000270*      INTAKE GATE CAN VERIFY EVERY INCOMING LINE-PRICE AGAINST
000280*      LIST BY KEY.  A RECORD WITH A BLANK PRODUCT, A ZERO OR
000290*      NEGATIVE LIST PRICE, OR A DUPLICATE PRODUCT GOES TO THE
000300*      COMMON REJECT LOG, AS DOES A TAX CLASS OTHER THAN T
000302*      (TAXABLE), E (EXEMPT), OR BLANK (TAXABLE).
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000440            FILE STATUS IS WS-PRCMSTR-STATUS.
000450     SELECT REJECT-OUT     ASSIGN TO REJOUT
000460            ORGANIZATION IS SEQUENTIAL.
000462     SELECT OPTIONAL
000464            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000466            ORGANIZATION IS SEQUENTIAL
000468            FILE STATUS IS WS-EXECLOG-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.
000580                         ==PRC-LIST-PRICE==
000590                      BY ==PRCM-LIST-PRICE==
000600                         ==PRC-EFF-DATE==
000610                      BY ==PRCM-EFF-DATE==
000612                         ==PRC-TAX-CLASS==
000614                      BY ==PRCM-TAX-CLASS==
000616                         ==PRC-TAXABLE==
000617                      BY ==PRCM-TAXABLE==
000618                         ==PRC-TAX-EXEMPT==
000619                      BY ==PRCM-TAX-EXEMPT==.

000620 FD  REJECT-OUT
000630     LABEL RECORDS ARE STANDARD.
000640 COPY REJCREC.

000642 FD  EXEC-LOG-OUT
000644     LABEL RECORDS ARE STANDARD.
000646 COPY EXECLOG.

000650 WORKING-STORAGE SECTION.
000660 01  WS-PRCMSTR-STATUS         PIC X(02)  VALUE SPACES.
000665 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000670 01  WS-SWITCHES.
000680     05  WS-PRICE-EOF          PIC X(01)  VALUE 'N'.
000780*---------------------------------------------------------------*
000790 0000-MAINLINE.
000800*---------------------------------------------------------------*
000803     PERFORM 9700-LOG-STEP-START
000806          THRU 9700-LOG-STEP-START-EXIT.
000810     PERFORM 1000-INITIALIZE
000820          THRU 1000-INITIALIZE-EXIT.
000830     PERFORM 2000-LOAD-PRICE
000850          UNTIL PRICE-EOF.
000860     PERFORM 9000-TERMINATE
000870          THRU 9000-TERMINATE-EXIT.
000873     PERFORM 9710-LOG-STEP-END
000876          THRU 9710-LOG-STEP-END-EXIT.
000880     GOBACK.

000890*---------------------------------------------------------------*
001140             MOVE 'LIST PRICE NOT POSITIVE' TO WS-REJECT-REASON
001150             PERFORM 8010-LOG-REJECT
001160                  THRU 8010-LOG-REJECT-EXIT
001162         WHEN NOT PRC-TAXABLE AND NOT PRC-TAX-EXEMPT
001164             ADD 1 TO WS-RECORDS-REJECTED
001166             MOVE 'TAX CLASS NOT T, E, OR BLANK'
001167               TO WS-REJECT-REASON
001168             PERFORM 8010-LOG-REJECT
001169                  THRU 8010-LOG-REJECT-EXIT
001170         WHEN OTHER
001180             PERFORM 2100-WRITE-MASTER
001190                  THRU 2100-WRITE-MASTER-EXIT
001610     CLOSE PRICE-IN PRICE-MASTER REJECT-OUT.
001620 9000-TERMINATE-EXIT.
001630     EXIT.

001640*---------------------------------------------------------------*
001650*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001660*---------------------------------------------------------------*
001670 9700-LOG-STEP-START.
001680*---------------------------------------------------------------*
001690     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001700     MOVE 'PRCLOAD'         TO EX-JOB-NAME.
001710     SET EX-STEP-START      TO TRUE.
001720     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001730     ACCEPT EX-RUN-TIME FROM TIME.
001740     MOVE ZERO              TO EX-RECORDS-READ
001750                               EX-RECORDS-WRITTEN
001760                               EX-REJECT-COUNT
001770                               EX-COMPLETION-CODE.
001780     OPEN EXTEND EXEC-LOG-OUT.
001790     WRITE EXECUTION-LOG-RECORD.
001800     CLOSE EXEC-LOG-OUT.
001810 9700-LOG-STEP-START-EXIT.
001820     EXIT.

001830*---------------------------------------------------------------*
001840*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
001850*    ENDING WITH.                                               *
001860*---------------------------------------------------------------*
001870 9710-LOG-STEP-END.
001880*---------------------------------------------------------------*
001890     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001900     MOVE 'PRCLOAD'         TO EX-JOB-NAME.
001910     SET EX-STEP-END        TO TRUE.
001920     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001930     ACCEPT EX-RUN-TIME FROM TIME.
001940     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
001950     MOVE WS-PRICES-LOADED  TO EX-RECORDS-WRITTEN.
001960     MOVE WS-RECORDS-REJECTED TO EX-REJECT-COUNT.
001970     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
001980     OPEN EXTEND EXEC-LOG-OUT.
001990     WRITE EXECUTION-LOG-RECORD.
002000     CLOSE EXEC-LOG-OUT.
002010 9710-LOG-STEP-END-EXIT.
002020     EXIT.
