000010*****************************************************************
000020*  EXPRBIL.CPY
000030*
000040*  RECORD LAYOUT FOR THE CLIENT REBILL EXTRACT (DD EXPRBIL)
000050*  WRITTEN BY THE REPORT PROGRAM EXPRPT01 FOR THE BILLING
000060*  SYSTEM.  ONE RECORD PER EXPENSE LINE PER BILLABLE PROJECT
000070*  ALLOCATION ON IT, CARRYING THE HOME-CURRENCY AMOUNT CHARGED
000080*  TO THE PROJECT AND THAT AMOUNT WITH THE PROJECT'S MARKUP
000090*  ADDED, SO CLIENT EXPENSES ARE INVOICED IN THE MONTH THEY ARE
000100*  PROCESSED INSTEAD OF BEING REBUILT FROM THE PRINTED REPORTS.
000110*
000120*  THE LINE STATUS IS SPACE WHEN THE LINE WAS PAID WITH THE
000130*  REPORT.  X (OVER ITS LIMIT), M (MEAL DAY OVER THE PER-DIEM),
000140*  AND R (HELD FOR ITS RECEIPT) MARK A LINE STILL AWAITING A
000150*  MANAGER OR RECEIPT DECISION THAT MAY YET BE DENIED - BILLING
000160*  DECIDES WHETHER TO INVOICE IT NOW OR WAIT.
000170*
000180*  MODIFICATION HISTORY
000190*  DATE       INIT DESCRIPTION
000200*  ---------- ---- ------------------------------------------
000210*  2026-10-15 CAH  ORIGINAL VERSION.
000220*****************************************************************
000230 01  EXPRBIL-RECORD.
000240     05  EXPRBIL-CLIENT-ID                PIC X(08).
000250     05  EXPRBIL-PROJECT                  PIC X(08).
000260     05  EXPRBIL-REPORT-NO                PIC 9(06).
000270     05  EXPRBIL-EMP-ID                   PIC X(06).
000280     05  EXPRBIL-EMP-NAME                 PIC X(20).
000290     05  EXPRBIL-EXP-DATE                 PIC X(08).
000300     05  EXPRBIL-TYPE                     PIC 9(01).
000310     05  EXPRBIL-TYPE-NAME                PIC X(11).
000320     05  EXPRBIL-AMOUNT                   PIC 9(08)V99.
000330     05  EXPRBIL-MARKUP-PCT               PIC 9(03)V99.
000340     05  EXPRBIL-BILL-AMOUNT              PIC 9(08)V99.
000350     05  EXPRBIL-LINE-STATUS              PIC X(01).
000360         88  EXPRBIL-LINE-PAID                     VALUE ' '.
000370         88  EXPRBIL-LINE-OVER-LIMIT               VALUE 'X'.
000380         88  EXPRBIL-LINE-MEAL-DAY                 VALUE 'M'.
000390         88  EXPRBIL-LINE-RCPT-HELD                VALUE 'R'.
000400     05  EXPRBIL-RUN-DATE                 PIC X(08).
000410     05  FILLER                           PIC X(18).
