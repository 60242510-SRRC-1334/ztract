000217*                   OFF) ARE COUNTED IN THE TRAILER - SO AN
000218*                   OPEN REJECT CAN NO LONGER HIDE IN A PILE OF
000219*                   SETTLED ONES.
000220*  2026-10-15 JLH   REJECTS CLOSED AS CORRECTED (REFCHECK
000221*                   INTEGRITY FINDINGS WHOSE MASTER WAS
000222*                   REPAIRED) COUNT IN THE TRAILER WITH THE
000223*                   OTHER CLOSED ONES.  SOURCE TABLE WIDENED
000224*                   FROM 20 TO 100 ENTRIES - THE LOG NOW CARRIES
000225*                   WELL OVER 20 SOURCE CODES - WITH A GUARD
000226*                   THAT FAILS THE STEP WHEN IT FILLS, AND THE
000227*                   SOURCE SCAN NOW STEPS BACK TO THE MATCHED
000228*                   ENTRY INSTEAD OF COUNTING THE ONE AFTER IT.
000229*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000230*                   TO THE COMMON EXECUTION LOG FOR THE
000231*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000232*****************************************************************
000233*  REMARKS.
000240*      EVERY VALIDATION STEP THAT REJECTS A RECORD WRITES ONE
000250*      REJECT-RECORD (COPY REJCREC) TO A COMMON REJECT LOG.
000260*      THIS PROGRAM IS THE SINGLE REPORTING PASS OVER THAT LOG -
000270*      IT LISTS EVERY OPEN REJECT IN DETAIL WITH ITS AGE IN
000280*      DAYS, ACCUMULATES AN OPEN COUNT BY SOURCE FILE, AND
000290*      COUNTS THE CLOSED (RESUBMITTED, CORRECTED AND
000291*      WRITTEN-OFF) ONES IN
000292*      THE TRAILER, SO NO VALIDATION STEP NEEDS ITS OWN REJECT
000294*      REPORT PROGRAM.
000300*****************************************************************
000380            ORGANIZATION IS SEQUENTIAL.
000390     SELECT REPORT-OUT   ASSIGN TO RPTOUT
000400            ORGANIZATION IS SEQUENTIAL.
000402     SELECT OPTIONAL
000404            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000406            ORGANIZATION IS SEQUENTIAL
000408            FILE STATUS IS WS-EXECLOG-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000470     LABEL RECORDS ARE STANDARD.
000480 01  REPORT-LINE              PIC X(100).

000482 FD  EXEC-LOG-OUT
000484     LABEL RECORDS ARE STANDARD.
000486 COPY EXECLOG.

000490 WORKING-STORAGE SECTION.
000495 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000500 01  WS-SWITCHES.
000510     05  WS-REJECT-EOF         PIC X(01)  VALUE 'N'.
000520         88  REJECT-EOF                   VALUE 'Y'.
000542     05  WS-REJECTS-OPEN       PIC 9(09)  VALUE ZERO.
000544     05  WS-REJECTS-RESUB      PIC 9(09)  VALUE ZERO.
000546     05  WS-REJECTS-WOFF       PIC 9(09)  VALUE ZERO.
000547     05  WS-REJECTS-CORR       PIC 9(09)  VALUE ZERO.

000548 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
000549 01  WS-RUN-DAY-NR             PIC S9(09) COMP VALUE ZERO.
000550 01  WS-AGE-DAYS               PIC S9(09) COMP VALUE ZERO.

000555 01  WS-SOURCE-TOTALS.
000560     05  WS-SOURCE-ENTRY OCCURS 100 TIMES
000570                         INDEXED BY WS-SOURCE-INDEX.
000580         10  WS-SOURCE-FILE     PIC X(08).
000590         10  WS-SOURCE-COUNT    PIC 9(09) COMP.
000770*---------------------------------------------------------------*
000780 0000-MAINLINE.
000790*---------------------------------------------------------------*
000793     PERFORM 9700-LOG-STEP-START
000796          THRU 9700-LOG-STEP-START-EXIT.
000800     PERFORM 1000-INITIALIZE
000810          THRU 1000-INITIALIZE-EXIT.
000820     PERFORM 2000-PROCESS-REJECT
000860          THRU 3000-WRITE-SOURCE-SUMMARY-EXIT.
000870     PERFORM 9000-TERMINATE
000880          THRU 9000-TERMINATE-EXIT.
000883     PERFORM 9710-LOG-STEP-END
000886          THRU 9710-LOG-STEP-END-EXIT.
000890     GOBACK.

000900*---------------------------------------------------------------*
001044         WHEN RJ-WRITTEN-OFF
001046             ADD 1 TO WS-REJECTS-WOFF
001048             GO TO 2000-PROCESS-REJECT-READ
001049         WHEN RJ-CORRECTED
001050             ADD 1 TO WS-REJECTS-CORR
001051             GO TO 2000-PROCESS-REJECT-READ
001052         WHEN OTHER
001053             ADD 1 TO WS-REJECTS-OPEN
001054     END-EVALUATE.
001056     COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NR
001058             - FUNCTION INTEGER-OF-DATE (RJ-REJECT-DATE).
001260          VARYING WS-SOURCE-INDEX FROM 1 BY 1
001270          UNTIL WS-SOURCE-INDEX > WS-SOURCE-TOTAL-COUNT
001280             OR WS-SOURCE-FOUND.
001281*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
001282*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
001283     IF WS-SOURCE-FOUND
001284         SET WS-SOURCE-INDEX DOWN BY 1
001285     END-IF.
001290     IF NOT WS-SOURCE-FOUND
001291         IF WS-SOURCE-TOTAL-COUNT >= 100
001292             DISPLAY 'REJRPT - MORE THAN 100 SOURCE FILES - '
001293                     'FAILING THE STEP'
001294             CLOSE REJECT-IN REPORT-OUT
001295             MOVE 16 TO RETURN-CODE
001296             PERFORM 9710-LOG-STEP-END
001297                  THRU 9710-LOG-STEP-END-EXIT
001298             GOBACK
001299         END-IF
001300         ADD 1 TO WS-SOURCE-TOTAL-COUNT
001310         SET WS-SOURCE-INDEX TO WS-SOURCE-TOTAL-COUNT
001320         MOVE RJ-SOURCE-FILE TO WS-SOURCE-FILE (WS-SOURCE-INDEX)
001647              WS-REJECTS-RESUB.
001648     DISPLAY 'REJRPT - WRITTEN OFF.............: '
001649              WS-REJECTS-WOFF.
001651     DISPLAY 'REJRPT - CORRECTED...............: '
001653              WS-REJECTS-CORR.
001655     DISPLAY 'REJRPT - DISTINCT SOURCE FILES...: '
001660              WS-SOURCE-TOTAL-COUNT.
001670     CLOSE REJECT-IN REPORT-OUT.
001680 9000-TERMINATE-EXIT.
001690     EXIT.

001700*---------------------------------------------------------------*
001710*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001720*---------------------------------------------------------------*
001730 9700-LOG-STEP-START.
001740*---------------------------------------------------------------*
001750     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001760     MOVE 'REJRPT'          TO EX-JOB-NAME.
001770     SET EX-STEP-START      TO TRUE.
001780     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001790     ACCEPT EX-RUN-TIME FROM TIME.
001800     MOVE ZERO              TO EX-RECORDS-READ
001810                               EX-RECORDS-WRITTEN
001820                               EX-REJECT-COUNT
001830                               EX-COMPLETION-CODE.
001840     OPEN EXTEND EXEC-LOG-OUT.
001850     WRITE EXECUTION-LOG-RECORD.
001860     CLOSE EXEC-LOG-OUT.
001870 9700-LOG-STEP-START-EXIT.
001880     EXIT.

001890*---------------------------------------------------------------*
001900*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
001910*    ENDING WITH.                                               *
001920*---------------------------------------------------------------*
001930 9710-LOG-STEP-END.
001940*---------------------------------------------------------------*
001950     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001960     MOVE 'REJRPT'          TO EX-JOB-NAME.
001970     SET EX-STEP-END        TO TRUE.
001980     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001990     ACCEPT EX-RUN-TIME FROM TIME.
002000     MOVE WS-REJECTS-READ   TO EX-RECORDS-READ.
002010     MOVE WS-REJECTS-OPEN   TO EX-RECORDS-WRITTEN.
002020     MOVE ZERO              TO EX-REJECT-COUNT.
002030     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002040     OPEN EXTEND EXEC-LOG-OUT.
002050     WRITE EXECUTION-LOG-RECORD.
002060     CLOSE EXEC-LOG-OUT.
002070 9710-LOG-STEP-END-EXIT.
002080     EXIT.

