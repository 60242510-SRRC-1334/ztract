000230*                   XREF-PARTY-IDS (ONE FROM THE CUSTOMER FEED,
000240*                   ONE FROM THE VENDOR FEED) AND EVERY PARTY-
000250*                   KEYED REPORT SHOWS HALF A PICTURE.
000252*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000254*                   TO THE COMMON EXECUTION LOG FOR THE
000256*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000260*****************************************************************
000270*  REMARKS.
000280*      APPLIES PARTY-MERGE TRANSACTIONS (COPY PTYMRG) TO THE
000710            ORGANIZATION IS SEQUENTIAL.
000720     SELECT REJECT-OUT     ASSIGN TO REJOUT
000730            ORGANIZATION IS SEQUENTIAL.
000732     SELECT OPTIONAL
000734            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000736            ORGANIZATION IS SEQUENTIAL
000738            FILE STATUS IS WS-EXECLOG-STATUS.

000740 DATA DIVISION.
000750 FILE SECTION.
001090     LABEL RECORDS ARE STANDARD.
001100 COPY REJCREC.

001102 FD  EXEC-LOG-OUT
001104     LABEL RECORDS ARE STANDARD.
001106 COPY EXECLOG.

001110 WORKING-STORAGE SECTION.
001120 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001125 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001130 01  WS-SWITCHES.
001140     05  WS-MERGE-EOF          PIC X(01)  VALUE 'N'.
001410*---------------------------------------------------------------*
001420 0000-MAINLINE.
001430*---------------------------------------------------------------*
001433     PERFORM 9700-LOG-STEP-START
001436          THRU 9700-LOG-STEP-START-EXIT.
001440     PERFORM 1000-INITIALIZE
001450          THRU 1000-INITIALIZE-EXIT.
001460     PERFORM 2000-PROCESS-MERGE
001480          UNTIL MERGE-EOF.
001490     PERFORM 9000-TERMINATE
001500          THRU 9000-TERMINATE-EXIT.
001503     PERFORM 9710-LOG-STEP-END
001506          THRU 9710-LOG-STEP-END-EXIT.
001510     GOBACK.

001520*---------------------------------------------------------------*
002520 2200-READ-PARTY-EXIT.
002521     EXIT.

002525*---------------------------------------------------------------*
002530*    FOLD EACH KEY THE SURVIVOR LACKS, REWRITE THE SURVIVOR,      *
002540*    DELETE THE ABSORBED ENTRY, AND AUDIT EVERY MOVE.  THE        *
002550*    SURVIVOR IS STILL IN THE FD RECORD AREA FROM VALIDATION.     *
003520     CLOSE MERGE-IN XREF-MASTER AUDIT-OUT REJECT-OUT.
003530 9000-TERMINATE-EXIT.
003540     EXIT.

003550*---------------------------------------------------------------*
003560*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003570*---------------------------------------------------------------*
003580 9700-LOG-STEP-START.
003590*---------------------------------------------------------------*
003600     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003610     MOVE 'PTYMERGE'        TO EX-JOB-NAME.
003620     SET EX-STEP-START      TO TRUE.
003630     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003640     ACCEPT EX-RUN-TIME FROM TIME.
003650     MOVE ZERO              TO EX-RECORDS-READ
003660                               EX-RECORDS-WRITTEN
003670                               EX-REJECT-COUNT
003680                               EX-COMPLETION-CODE.
003690     OPEN EXTEND EXEC-LOG-OUT.
003700     WRITE EXECUTION-LOG-RECORD.
003710     CLOSE EXEC-LOG-OUT.
003720 9700-LOG-STEP-START-EXIT.
003730     EXIT.

003740*---------------------------------------------------------------*
003750*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003760*    ENDING WITH.                                               *
003770*---------------------------------------------------------------*
003780 9710-LOG-STEP-END.
003790*---------------------------------------------------------------*
003800     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003810     MOVE 'PTYMERGE'        TO EX-JOB-NAME.
003820     SET EX-STEP-END        TO TRUE.
003830     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003840     ACCEPT EX-RUN-TIME FROM TIME.
003850     MOVE WS-MERGES-READ    TO EX-RECORDS-READ.
003860     MOVE WS-MERGES-APPLIED TO EX-RECORDS-WRITTEN.
003870     MOVE WS-MERGES-REJECTED TO EX-REJECT-COUNT.
003880     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003890     OPEN EXTEND EXEC-LOG-OUT.
003900     WRITE EXECUTION-LOG-RECORD.
003910     CLOSE EXEC-LOG-OUT.
003920 9710-LOG-STEP-END-EXIT.
003930     EXIT.
