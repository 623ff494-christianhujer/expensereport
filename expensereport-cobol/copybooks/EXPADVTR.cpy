000010*****************************************************************
000020*  EXPADVTR.CPY
000030*
000040*  RECORD LAYOUT FOR TREASURY'S DAILY CASH ADVANCE ACTIVITY
000050*  FEED (DD EXPADVTR).  ONE RECORD PER ADVANCE ISSUED ('I') OR
000060*  CASH REPAYMENT RECEIVED ('R') THAT DAY, CARRYING THE
000070*  EMPLOYEE, TREASURY'S ADVANCE NUMBER, THE AMOUNT IN HOME
000080*  CURRENCY (TREASURY BOOKS ADVANCES IN USD), AND THE DATE OF
000090*  THE ACTIVITY.  THE ADVANCE LEDGER PROGRAM EXPADV01 POSTS
000100*  EACH RECORD TO THE EXPADVL LEDGER.
000110*
000120*  MODIFICATION HISTORY
000130*  DATE       INIT DESCRIPTION
000140*  ---------- ---- ------------------------------------------
000150*  2026-10-15 CAH  ORIGINAL VERSION.
000160*****************************************************************
000170 01  EXPADVTR-RECORD.
000180     05  EXPADVTR-ACTION                  PIC X(01).
000190         88  EXPADVTR-ISSUE                        VALUE 'I'.
000200         88  EXPADVTR-REPAYMENT                    VALUE 'R'.
000210     05  EXPADVTR-EMP-ID                  PIC X(06).
000220     05  EXPADVTR-ADV-NO                  PIC 9(06).
000230     05  EXPADVTR-AMOUNT                  PIC 9(08)V99.
000240     05  EXPADVTR-ACTIVITY-DATE           PIC X(08).
000250     05  FILLER                           PIC X(49).
