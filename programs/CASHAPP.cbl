000220*                   FILE ONLY BECAUSE SOMEONE KEYED PY SEGMENTS
000230*                   BY HAND; THIS RUN CREATES THEM FROM THE
000240*                   BANK'S LOCKBOX REMITTANCE FILE INSTEAD.
000242*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000244*                   TO THE COMMON EXECUTION LOG FOR THE
000246*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000250*****************************************************************
000260*  REMARKS.
000270*      READS THE BANK'S LOCKBOX REMITTANCE FILE (COPY LBXREC)
000770            ORGANIZATION IS SEQUENTIAL.
000780     SELECT REPORT-OUT     ASSIGN TO RPTOUT
000790            ORGANIZATION IS SEQUENTIAL.
000792     SELECT OPTIONAL
000794            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000796            ORGANIZATION IS SEQUENTIAL
000798            FILE STATUS IS WS-EXECLOG-STATUS.

000800 DATA DIVISION.
000810 FILE SECTION.
001120     LABEL RECORDS ARE STANDARD.
001130 01  REPORT-LINE               PIC X(100).

001132 FD  EXEC-LOG-OUT
001134     LABEL RECORDS ARE STANDARD.
001136 COPY EXECLOG.

001140 WORKING-STORAGE SECTION.
001150 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001160 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001165 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001170 01  WS-SWITCHES.
001180     05  WS-LOCKBOX-EOF        PIC X(01)  VALUE 'N'.
001600*---------------------------------------------------------------*
001610 0000-MAINLINE.
001620*---------------------------------------------------------------*
001623     PERFORM 9700-LOG-STEP-START
001626          THRU 9700-LOG-STEP-START-EXIT.
001630     PERFORM 1000-INITIALIZE
001640          THRU 1000-INITIALIZE-EXIT.
001650     PERFORM 2000-APPLY-RECEIPT
001690          THRU 8000-PRINT-SUMMARY-EXIT.
001700     PERFORM 9000-TERMINATE
001710          THRU 9000-TERMINATE-EXIT.
001713     PERFORM 9710-LOG-STEP-END
001716          THRU 9710-LOG-STEP-END-EXIT.
001720     GOBACK.

001730*---------------------------------------------------------------*
003350           REPORT-OUT.
003360 9000-TERMINATE-EXIT.
003370     EXIT.

003380*---------------------------------------------------------------*
003390*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003400*---------------------------------------------------------------*
003410 9700-LOG-STEP-START.
003420*---------------------------------------------------------------*
003430     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003440     MOVE 'CASHAPP'         TO EX-JOB-NAME.
003450     SET EX-STEP-START      TO TRUE.
003460     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003470     ACCEPT EX-RUN-TIME FROM TIME.
003480     MOVE ZERO              TO EX-RECORDS-READ
003490                               EX-RECORDS-WRITTEN
003500                               EX-REJECT-COUNT
003510                               EX-COMPLETION-CODE.
003520     OPEN EXTEND EXEC-LOG-OUT.
003530     WRITE EXECUTION-LOG-RECORD.
003540     CLOSE EXEC-LOG-OUT.
003550 9700-LOG-STEP-START-EXIT.
003560     EXIT.

003570*---------------------------------------------------------------*
003580*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003590*    ENDING WITH.                                               *
003600*---------------------------------------------------------------*
003610 9710-LOG-STEP-END.
003620*---------------------------------------------------------------*
003630     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003640     MOVE 'CASHAPP'         TO EX-JOB-NAME.
003650     SET EX-STEP-END        TO TRUE.
003660     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003670     ACCEPT EX-RUN-TIME FROM TIME.
003680     MOVE WS-RECEIPTS-READ  TO EX-RECORDS-READ.
003690     MOVE WS-RECEIPTS-APPLIED TO EX-RECORDS-WRITTEN.
003700     MOVE WS-RECEIPTS-UNAPPLIED TO EX-REJECT-COUNT.
003710     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003720     OPEN EXTEND EXEC-LOG-OUT.
003730     WRITE EXECUTION-LOG-RECORD.
003740     CLOSE EXEC-LOG-OUT.
003750 9710-LOG-STEP-END-EXIT.
003760     EXIT.
