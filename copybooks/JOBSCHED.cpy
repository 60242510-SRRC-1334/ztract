000100*****************************************************************
000110*  JOBSCHED.CPY
000120*  SCHEDULED-JOB-RECORD - ONE CARD PER JOB ON THE NIGHTLY BATCH
000130*  SCHEDULE, IN THE ORDER THE JOBS ARE MEANT TO RUN.  RUNSTAT
000140*  COMPARES THE NIGHT'S EXECUTION LOG (COPY EXECLOG) AGAINST IT.
000150*
000160*  SJ-FREQUENCY SAYS WHICH NIGHTS THE JOB IS EXPECTED:
000170*      'D' OR SPACE  EVERY NIGHT
000180*      'W'           WEEKLY, ON THE NIGHT WHOSE DAY OF THE WEEK
000190*                    IS SJ-RUN-DAY (1 = MONDAY ... 7 = SUNDAY)
000200*      'M'           MONTHLY, ON THE NIGHT WHOSE DAY OF THE
000210*                    MONTH IS SJ-RUN-DAY
000220*  THE NIGHT IS NAMED BY THE DATE IT BEGAN ON.
000230*****************************************************************
000240*  MODIFICATION HISTORY
000250*  DATE       INIT  DESCRIPTION
000260*  ---------  ----  ---------------------------------------------
000270*  2026-10-15 JLH   INITIAL VERSION.
000280*****************************************************************
000290 01  SCHEDULED-JOB-RECORD.
000300     05  SJ-SEQUENCE-NR        PIC 9(04).
000310     05  SJ-JOB-NAME           PIC X(08).
000320     05  SJ-FREQUENCY          PIC X(01).
000330         88  SJ-RUNS-DAILY             VALUE 'D' ' '.
000340         88  SJ-RUNS-WEEKLY            VALUE 'W'.
000350         88  SJ-RUNS-MONTHLY           VALUE 'M'.
000360     05  SJ-RUN-DAY            PIC 9(02).
000370     05  SJ-DESCRIPTION        PIC X(30).
000380     05  FILLER                PIC X(35).
