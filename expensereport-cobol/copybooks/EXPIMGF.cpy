000010*****************************************************************
000020*  EXPIMGF.CPY
000030*
000040*  RECORD LAYOUT FOR THE IMAGING TEAM'S DAILY RECEIPT-ARRIVAL
000050*  FEED (DD EXPIMGF).  ONE RECORD PER RECEIPT SCANNED THAT DAY
000060*  AGAINST A LINE HELD FOR ITS RECEIPT, CARRYING THE REPORT
000070*  NUMBER AND LINE NUMBER PRINTED ON THE EXPENSE REPORT'S
000080*  'RECEIPT DUE' LINE, THE EMPLOYEE, THE DATE THE RECEIPT WAS
000090*  RECEIVED, AND THE IMAGING SYSTEM'S DOCUMENT ID.  THE RECEIPT
000100*  PROGRAM EXPRCP01 RELEASES EACH MATCHED LINE ON THE EXPRCPT
000110*  PENDING-RECEIPT FILE FOR PAYMENT.
000120*
000130*  MODIFICATION HISTORY
000140*  DATE       INIT DESCRIPTION
000150*  ---------- ---- ------------------------------------------
000160*  2026-10-15 CAH  ORIGINAL VERSION.
000170*****************************************************************
000180 01  EXPIMGF-RECORD.
000190     05  EXPIMGF-REPORT-NO                PIC 9(06).
000200     05  EXPIMGF-LINE-NO                  PIC 9(03).
000210     05  EXPIMGF-EMP-ID                   PIC X(06).
000220     05  EXPIMGF-RECEIPT-DATE             PIC X(08).
000230     05  EXPIMGF-IMAGE-ID                 PIC X(12).
000240     05  FILLER                           PIC X(45).
