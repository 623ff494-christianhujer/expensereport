000280*                  PAYMENTS IT RELEASES UNTIL IT IS USED UP.
000290*                  CARVED OUT OF THE FILLER, SO RECORD POSITIONS
000300*                  ARE UNCHANGED.
000310*  2026-10-15 CAH  ADDED THE TAX CODE AND TAXABLE AMOUNT THE
000320*                  APPROVAL PROGRAM NEEDS TO CLASSIFY THE
000330*                  PAYMENT IT RELEASES - L WHEN THE WHOLE REPORT
000340*                  WAS CLAIMED TOO LONG AFTER THE TRIP ENDED, M
000350*                  ON A DAILY MEALS EXCEPTION WITH THE AMOUNT
000360*                  OVER THE PER-DIEM, SPACE WHEN AN APPROVAL IS
000370*                  NON-TAXABLE.  CARVED OUT OF THE FILLER, SO
000380*                  RECORD POSITIONS ARE UNCHANGED.
000390*  2026-10-15 CAH  RECORD GREW FROM 80 TO 120 BYTES.  THE TAXABLE
000400*                  AMOUNT WIDENED TO PIC 9(08)V99 TO MATCH THE
000410*                  AMOUNT IT IS PART OF.  ADDED THE HOLD SEQUENCE
000420*                  (THE EXCEPTION'S POSITION AMONG ITS REPORT'S
000430*                  EXCEPTIONS, WHICH TIES IT TO ITS GL
000440*                  DISTRIBUTION ON THE CLAIM ARCHIVE), AND THE
000450*                  DEPARTMENT AND COST CENTER WHOSE BUDGET
000460*                  RECORD CARRIES AN OVER BUDGET HOLD.  THE
000470*                  EXCEPTION GENERATIONS STILL ON FILE ARE PADDED
000480*                  TO THE NEW LENGTH ONCE, WITH ZERO HOLD
000490*                  SEQUENCES.
000500*****************************************************************
000510 01  EXPEXCP-RECORD.
000520     05  EXPEXCP-EMP-ID                   PIC X(06).
000530     05  EXPEXCP-EMP-NAME                 PIC X(20).
000540     05  EXPEXCP-REPORT-NO                PIC 9(06).
000550     05  EXPEXCP-TYPE-NAME                PIC X(11).
000560     05  EXPEXCP-AMOUNT                   PIC 9(08)V99.
000570     05  EXPEXCP-EXCEPTION-DATE           PIC X(08).
000580     05  EXPEXCP-ADV-OFFSET               PIC 9(08)V99.
000590     05  EXPEXCP-TAX-CODE                 PIC X(01).
000600         88  EXPEXCP-TAX-LATE                      VALUE 'L'.
000610         88  EXPEXCP-TAX-MEALS                     VALUE 'M'.
000620     05  EXPEXCP-TAXABLE-AMT              PIC 9(08)V99.
000630     05  EXPEXCP-HOLD-SEQ                 PIC 9(03).
000640     05  EXPEXCP-DEPARTMENT               PIC X(10).
000650     05  EXPEXCP-BUDGET-COST-CENTER       PIC X(08).
000660     05  FILLER                           PIC X(17).
