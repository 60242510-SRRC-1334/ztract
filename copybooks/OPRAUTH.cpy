000100*****************************************************************
000110*  OPRAUTH.CPY
000120*  OPERATOR-AUTHORITY-RECORD - ONE OPERATOR ON THE AUTHORITY
000130*  MASTER: WHO MAY APPROVE WHAT.  UA-APPROVAL-LIMIT IS IN HOME
000140*  CURRENCY.  UA-DEPT-CODE LISTS THE DEPARTMENTS THE OPERATOR MAY
000150*  APPROVE FOR; AN ENTRY OF **** COVERS EVERY DEPARTMENT.  A
000160*  BATCH JOB THAT RAISES CHANGES UNDER ITS OWN NAME (ACCRUAL,
000170*  ACCTPOST, RMAPROC AND THE LIKE) IS ENTERED WITH ROLE SY.
000180*  MAINTAINED BY HAND BY AP CONTROL; THE FILE IS READ INTO
000190*  STORAGE BY INVHUPD, MSEGUPD AND ACCSRPT.
000200*****************************************************************
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  ---------  ----  ---------------------------------------------
000240*  2026-10-15 JLH   INITIAL VERSION.
000250*****************************************************************
000260 01  OPERATOR-AUTHORITY-RECORD.
000270     05  UA-USER-ID            PIC X(08).
000280     05  UA-USER-NAME          PIC X(30).
000290     05  UA-ROLE               PIC X(02).
000300         88  UA-ROLE-CLERK           VALUE 'CL'.
000310         88  UA-ROLE-APPROVER        VALUE 'AP'.
000320         88  UA-ROLE-MANAGER         VALUE 'MG'.
000330         88  UA-ROLE-SYSTEM          VALUE 'SY'.
000340         88  UA-MAY-APPROVE          VALUE 'AP' 'MG'.
000350     05  UA-STATUS             PIC X(01).
000360         88  UA-ACTIVE               VALUE 'A'.
000370         88  UA-REVOKED              VALUE 'R'.
000380     05  UA-APPROVAL-LIMIT     PIC S9(11)V99 COMP-3.
000390     05  UA-DEPT-COUNT         PIC 9(02).
000400     05  UA-DEPT-CODE          PIC X(04) OCCURS 8 TIMES.
000410     05  FILLER                PIC X(18).
