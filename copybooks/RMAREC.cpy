000190*  DATE       INIT  DESCRIPTION
000200*  ---------  ----  ---------------------------------------------
000210*  2026-09-03 JLH   INITIAL VERSION.
000213*  2026-10-15 JLH   ALSO THE LAYOUT OF THE RETURNS HISTORY THAT
000216*                   RMAPROC APPENDS EVERY PROCESSED RETURN TO.
000220*****************************************************************
000230 01  RETURN-AUTH-RECORD.
000240     05  RMA-ID                PIC 9(10).
