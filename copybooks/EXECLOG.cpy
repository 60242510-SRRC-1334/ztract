000100*****************************************************************
000110*  EXECLOG.CPY
000120*  EXECUTION-LOG-RECORD - ONE ENTRY ON THE COMMON EXECUTION LOG.
000130*  EVERY BATCH PROGRAM APPENDS A START RECORD AS ITS FIRST ACT
000140*  AND AN END RECORD AS ITS LAST - INCLUDING A STEP THAT FAILS
000150*  ITSELF WITH A RETURN CODE - CARRYING ITS RECORDS READ,
000160*  RECORDS WRITTEN, REJECT COUNT, AND THE RETURN CODE IT ENDED
000170*  WITH.  A START WITH NO END MEANS THE STEP NEVER GOT THAT FAR.
000180*  RUNSTAT READS THE LOG EACH MORNING AGAINST THE SCHEDULED-JOB
000190*  LIST (COPY JOBSCHED).  THE FILE IS A LOG - EACH RUN APPENDS.
000200*
000210*  EX-RUN-TIME IS THE FULL HHMMSSHH TIME OF DAY SO RUNSTAT CAN
000220*  TIME THE STEP TO THE SECOND.
000230*****************************************************************
000240*  MODIFICATION HISTORY
000250*  DATE       INIT  DESCRIPTION
000260*  ---------  ----  ---------------------------------------------
000270*  2026-10-15 JLH   INITIAL VERSION.
000280*****************************************************************
000290 01  EXECUTION-LOG-RECORD.
000300     05  EX-JOB-NAME           PIC X(08).
000310     05  EX-RECORD-TYPE        PIC X(01).
000320         88  EX-STEP-START             VALUE 'S'.
000330         88  EX-STEP-END               VALUE 'E'.
000340     05  EX-RUN-DATE           PIC 9(08).
000350     05  EX-RUN-TIME           PIC 9(08).
000360     05  EX-RECORDS-READ       PIC 9(09).
000370     05  EX-RECORDS-WRITTEN    PIC 9(09).
000380     05  EX-REJECT-COUNT       PIC 9(09).
000390     05  EX-COMPLETION-CODE    PIC 9(04).
000400     05  FILLER                PIC X(24).
