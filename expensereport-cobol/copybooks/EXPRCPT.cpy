000010*****************************************************************
000020*  EXPRCPT.CPY
000030*
000040*  RECORD LAYOUT FOR THE PENDING-RECEIPT FILE (DD EXPRCPT), A
000050*  VSAM KSDS KEYED ON REPORT NUMBER, THE DETAIL LINE'S POSITION
000060*  IN THE SUBMISSION, AND THE RUN DATE THE LINE WAS HELD ON, SO
000070*  A RELEASED RESUBMISSION OF THE SAME REPORT NUMBER HOLDS ITS
000080*  LINES ALONGSIDE THE ORIGINAL'S.  THE REPORT PROGRAM EXPRPT01
000090*  WRITES ONE RECORD FOR EVERY DETAIL LINE OVER ITS TYPE'S
000100*  EXPPOLCY RECEIPT THRESHOLD THAT WAS SUBMITTED WITHOUT A
000110*  RECEIPT, AND HOLDS THE LINE OUT OF THAT DAY'S PAYMENT.  THE
000120*  RECEIPT PROGRAM EXPRCP01 RELEASES THE LINE FOR PAYMENT WHEN
000130*  THE IMAGING TEAM'S DAILY FEED REPORTS ITS RECEIPT ARRIVED,
000140*  OR DENIES IT AND REVERSES ITS GL POSTING WHEN THE RECEIPT
000150*  WINDOW RUNS OUT FIRST.  RECORDS ARE KEPT AFTER THEY ARE
000160*  RELEASED OR DENIED AS THE AUDIT TRAIL OF THE HOLD.
000170*
000180*  THE AMOUNT IS THE LINE IN HOME CURRENCY AS POSTED TO THE GL;
000190*  THE ADVANCE OFFSET IS THE PART OF IT THE EMPLOYEE'S CASH
000200*  ADVANCE ALREADY COVERED, SO RELEASING THE LINE PAYS ONLY THE
000210*  AMOUNT LESS THE OFFSET.  A REPORT RUN RESTARTED AFTER THE
000220*  RECORD WAS WRITTEN REWRITES IT UNDER THE SAME KEY INSTEAD OF
000230*  HOLDING THE LINE TWICE.  THE COST CENTER IS THE EMPLOYEE'S;
000240*  THE GL DISTRIBUTION THE LINE WAS ACTUALLY POSTED WITH IS ON
000250*  THE CLAIM ARCHIVE (RECORD TYPE D, HOLD KIND R).
000260*
000270*  MODIFICATION HISTORY
000280*  DATE       INIT DESCRIPTION
000290*  ---------- ---- ------------------------------------------
000300*  2026-10-15 CAH  ORIGINAL VERSION.
000310*  2026-10-15 CAH  THE HELD DATE MOVED INTO THE KEY, WHICH GREW
000320*                  FROM 9 TO 17 BYTES.  RECORD LENGTH UNCHANGED.
000330*****************************************************************
000340 01  EXPRCPT-RECORD.
000350     05  EXPRCPT-KEY.
000360         10  EXPRCPT-REPORT-NO            PIC 9(06).
000370         10  EXPRCPT-LINE-NO              PIC 9(03).
000380         10  EXPRCPT-HELD-DATE            PIC X(08).
000390     05  EXPRCPT-EMP-ID                   PIC X(06).
000400     05  EXPRCPT-EMP-NAME                 PIC X(20).
000410     05  EXPRCPT-DEPARTMENT               PIC X(10).
000420     05  EXPRCPT-COST-CENTER              PIC X(08).
000430     05  EXPRCPT-TYPE                     PIC 9(01).
000440     05  EXPRCPT-TYPE-NAME                PIC X(11).
000450     05  EXPRCPT-GL-ACCOUNT               PIC X(08).
000460     05  EXPRCPT-EXP-DATE                 PIC X(08).
000470     05  EXPRCPT-AMOUNT                   PIC 9(08)V99.
000480     05  EXPRCPT-ADV-OFFSET               PIC 9(08)V99.
000490     05  EXPRCPT-TAX-REASON               PIC X(01).
000500         88  EXPRCPT-LATE-CLAIM                    VALUE 'L'.
000510         88  EXPRCPT-NOT-TAXABLE                   VALUE ' '.
000520     05  EXPRCPT-WINDOW-DAYS              PIC 9(03).
000530     05  EXPRCPT-STATUS                   PIC X(01).
000540         88  EXPRCPT-PENDING                       VALUE 'P'.
000550         88  EXPRCPT-RELEASED                      VALUE 'R'.
000560         88  EXPRCPT-DENIED                        VALUE 'D'.
000570     05  EXPRCPT-RECEIPT-DATE             PIC X(08).
000580     05  EXPRCPT-IMAGE-ID                 PIC X(12).
000590     05  EXPRCPT-ACTION-DATE              PIC X(08).
000600     05  FILLER                           PIC X(08).
