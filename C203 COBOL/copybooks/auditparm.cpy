000620* A JOB, NOT JUST WHEN. CALLERS THAT DO NOT KNOW THE OPERATOR
000630* LEAVE IT SPACES AND AUDITLOG FILLS IT FROM THE OPERATOR.CUR
000640* SIGN-ON FILE THE MENU MAINTAINS.
000650* 10/15/2026 - PER-EVENT LINES FOR SEPARATION OF DUTIES. HELLO1
000660* (REQUISITION HELD) AND LAB25APR (DECISION) CARRY THE
000670* REQUISITION NUMBER IN RECORDS-READ; LAB30ORG (LOAN KEYED),
000680* LAB30OVR (LIMIT OVERRIDE) AND LAB30WOA (WRITE-OFF APPROVED)
000685* CARRY FACULTY NUMBER TIMES 1000 PLUS LOAN ID. RECORDS-WRITTEN
000690* IS 1 FOR A RELEASE OR SIGNED OVERRIDE. SODRPT PAIRS THEM.
000700 01  AUDIT-PARM.
000800     05  AUDIT-PROGRAM-NAME      PIC X(08).
000900     05  AUDIT-START-DATE        PIC 9(08).
