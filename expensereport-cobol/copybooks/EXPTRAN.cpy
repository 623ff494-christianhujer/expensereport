000050*  EXPTRANS).  EACH EMPLOYEE'S SUBMISSION BEGINS WITH ONE HEADER
000060*  RECORD (EXPTRAN-REC-TYPE = 'H') IDENTIFYING THE EMPLOYEE AND
000070*  TRIP, FOLLOWED BY ONE DETAIL RECORD (EXPTRAN-REC-TYPE = 'D')
000080*  PER EXPENSE LINE ITEM SUBMITTED, OPTIONALLY ONE ADVANCE
000090*  RECORD (EXPTRAN-REC-TYPE = 'A') PER CASH ADVANCE DRAWN FOR
000100*  THE TRIP, AND OPTIONALLY ONE ALLOCATION RECORD
000110*  (EXPTRAN-REC-TYPE = 'P') PER PROJECT THE SUBMISSION, OR ONE
000120*  OF ITS LINES, IS CHARGED TO.
000130*
000140*  MODIFICATION HISTORY
000150*  DATE       INIT DESCRIPTION
000160*  ---------- ---- ------------------------------------------
000170*  2026-08-09 CAH  ORIGINAL VERSION.
000180*  2026-08-09 CAH  ADDED HEADER RECORD (EMPLOYEE/TRIP DATA) IN
000190*                  FRONT OF EACH GROUP OF DETAIL RECORDS.
000200*  2026-08-09 CAH  ADDED A CURRENCY CODE TO THE DETAIL RECORD SO
000210*                  FOREIGN-CURRENCY LINES CAN BE CONVERTED TO
000220*                  HOME CURRENCY BEFORE THEY ARE TOTALED.
000230*  2026-08-22 CAH  ADDED THE EXPENSE DATE (YYYYMMDD) TO THE
000240*                  DETAIL RECORD SO MEAL LINES CAN BE CHECKED
000250*                  AGAINST THE DAILY PER-DIEM INSTEAD OF ONLY
000260*                  PER-LINE LIMITS.
000270*  2026-08-22 CAH  AMOUNTS NOW CARRY CENTS - THE AMOUNT FIELD
000280*                  BECAME PIC 9(08)V99 IN THE SAME BYTES, SO
000290*                  RECORD POSITIONS ARE UNCHANGED.
000300*  2026-08-22 CAH  ADDED THE CASH ADVANCE RECORD (TYPE 'A') -
000310*                  ADVANCE AMOUNT, CURRENCY, AND ISSUE DATE -
000320*                  CARRIED INSIDE A SUBMISSION GROUP SO ADVANCES
000330*                  CAN BE NETTED AGAINST THE EXPENSE REPORT
000340*                  INSTEAD OF LIVING IN A SPREADSHEET.
000350*  2026-09-02 CAH  ADDED THE PAYMENT METHOD TO THE DETAIL
000360*                  RECORD - 'C' WHEN THE LINE WAS PUT ON THE
000370*                  CORPORATE CARD, SPACE WHEN PAID CASH OR ON A
000380*                  PERSONAL CARD - SO THE CARD FEED
000390*                  RECONCILIATION CAN TELL A CARD CLAIM FROM A
000400*                  CASH CLAIM THAT MATCHES A CARD CHARGE.
000410*                  CARVED OUT OF THE FILLER, SO RECORD
000420*                  POSITIONS ARE UNCHANGED.
000430*  2026-09-02 CAH  TYPE-6 (MILEAGE) DETAIL RECORDS NOW CARRY
000440*                  THE MILES DRIVEN, AS A WHOLE NUMBER IN THE
000450*                  SAME BYTES THE KEYED DOLLAR AMOUNT USED TO
000460*                  OCCUPY - THE REPORT PROGRAM COMPUTES THE
000470*                  REIMBURSABLE AMOUNT FROM THE STANDARD
000480*                  MILEAGE RATE IN FORCE ON THE EXPENSE DATE
000490*                  (MILERATE FILE) INSTEAD OF TRUSTING A KEYED
000500*                  FIGURE.  RECORD POSITIONS ARE UNCHANGED.
000510*  2026-10-15 CAH  ADDED THE TREASURY ADVANCE NUMBER TO THE
000520*                  ADVANCE RECORD SO THE REPORT PROGRAM CAN
000530*                  SETTLE THE ADVANCE ON THE EXPADVL ADVANCE
000540*                  LEDGER.  CARVED OUT OF THE FILLER, SO RECORD
000550*                  POSITIONS ARE UNCHANGED.
000560*  2026-10-15 CAH  ADDED THE RECEIPT INDICATOR TO THE DETAIL
000570*                  RECORD - 'Y' WHEN AN ITEMIZED RECEIPT WAS
000580*                  PROVIDED WITH THE LINE, 'N' OR SPACE WHEN
000590*                  NOT - SO A LINE OVER ITS TYPE'S EXPPOLCY
000600*                  RECEIPT THRESHOLD WITH NO RECEIPT IS HELD
000610*                  FOR THE RECEIPT INSTEAD OF BEING PAID.
000620*                  CARVED OUT OF THE FILLER, SO RECORD
000630*                  POSITIONS ARE UNCHANGED.
000640*  2026-10-15 CAH  ADDED THE DUPLICATE-CHECK BYPASS FLAG TO THE
000650*                  HEADER RECORD - 'B' ON A SUBMISSION A REVIEW
000660*                  CLERK RELEASED FROM THE DUPLICATE-SUSPECT
000670*                  QUEUE, WRITTEN ONLY BY THE SUSPECT PROGRAM
000680*                  EXPSUS01.  THE REPORT PROGRAM HONORS IT ONLY
000690*                  WHEN THE SUSPECT QUEUE SHOWS THE RELEASE.
000700*                  CARVED OUT OF THE FILLER, SO RECORD
000710*                  POSITIONS ARE UNCHANGED.
000720*  2026-10-15 CAH  ADDED THE PROJECT ALLOCATION RECORD (TYPE
000730*                  'P') - CHARGES THE WHOLE SUBMISSION (LINE
000740*                  NUMBER 000) OR ONE DETAIL LINE (ITS POSITION
000750*                  AMONG THE SUBMISSION'S DETAIL RECORDS) TO A
000760*                  PROJECT ON THE EXPPROJ PROJECT MASTER, BY
000770*                  PERCENT OF EACH LINE IT COVERS OR BY A
000780*                  HOME-CURRENCY AMOUNT, AND MARKS THE CHARGE
000790*                  BILLABLE TO THE PROJECT'S CLIENT OR NOT.  A
000800*                  LINE WITH ALLOCATIONS OF ITS OWN IGNORES THE
000810*                  SUBMISSION-LEVEL ONES, AND WHATEVER IS NOT
000820*                  ALLOCATED STAYS WITH THE EMPLOYEE'S OWN COST
000830*                  CENTER.
000840*****************************************************************
000850 01  EXPTRAN-RECORD.
000860     05  EXPTRAN-REC-TYPE                PIC X(01).
000870         88  EXPTRAN-HEADER-REC                    VALUE 'H'.
000880         88  EXPTRAN-DETAIL-REC                    VALUE 'D'.
000890         88  EXPTRAN-ADVANCE-REC                   VALUE 'A'.
000900         88  EXPTRAN-ALLOC-REC                     VALUE 'P'.
000910     05  EXPTRAN-HEADER-DATA.
000920         10  EXPTRAN-EMP-ID               PIC X(06).
000930         10  EXPTRAN-EMP-NAME              PIC X(20).
000940         10  EXPTRAN-DEPARTMENT            PIC X(10).
000950         10  EXPTRAN-TRIP-START            PIC X(08).
000960         10  EXPTRAN-TRIP-END              PIC X(08).
000970         10  EXPTRAN-REPORT-NO             PIC 9(06).
000980         10  EXPTRAN-DUP-BYPASS            PIC X(01).
000990             88  EXPTRAN-DUP-CHECK-BYPASSED        VALUE 'B'.
001000             88  EXPTRAN-DUP-CHECK-NORMAL          VALUE ' '.
001010         10  FILLER                        PIC X(20).
001020     05  EXPTRAN-DETAIL-DATA REDEFINES EXPTRAN-HEADER-DATA.
001030         10  EXPTRAN-TYPE                  PIC 9(01).
001040         10  EXPTRAN-AMOUNT                PIC 9(08)V99.
001050*            ON A TYPE-6 (MILEAGE) LINE THE AMOUNT BYTES CARRY
001060*            THE MILES DRIVEN AS A WHOLE NUMBER.
001070         10  EXPTRAN-MILES REDEFINES EXPTRAN-AMOUNT
001080                                           PIC 9(10).
001090         10  EXPTRAN-CURRENCY              PIC X(03).
001100         10  EXPTRAN-EXP-DATE              PIC X(08).
001110         10  EXPTRAN-PAY-METHOD            PIC X(01).
001120             88  EXPTRAN-CARD-PAID                 VALUE 'C'.
001130             88  EXPTRAN-CASH-PAID                 VALUE ' '.
001140         10  EXPTRAN-RECEIPT-IND           PIC X(01).
001150             88  EXPTRAN-RECEIPT-PROVIDED          VALUE 'Y'.
001160             88  EXPTRAN-NO-RECEIPT                VALUE 'N' ' '.
001170         10  FILLER                        PIC X(55).
001180     05  EXPTRAN-ADVANCE-DATA REDEFINES EXPTRAN-HEADER-DATA.
001190         10  EXPTRAN-ADV-AMOUNT            PIC 9(08)V99.
001200         10  EXPTRAN-ADV-CURRENCY          PIC X(03).
001210         10  EXPTRAN-ADV-ISSUE-DATE        PIC X(08).
001220         10  EXPTRAN-ADV-NO                PIC 9(06).
001230         10  FILLER                        PIC X(52).
001240     05  EXPTRAN-ALLOC-DATA REDEFINES EXPTRAN-HEADER-DATA.
001250         10  EXPTRAN-ALLOC-LINE-NO         PIC 9(03).
001260             88  EXPTRAN-ALLOC-WHOLE-SUB           VALUE 0.
001270         10  EXPTRAN-ALLOC-PROJECT         PIC X(08).
001280         10  EXPTRAN-ALLOC-METHOD          PIC X(01).
001290             88  EXPTRAN-ALLOC-BY-PERCENT          VALUE 'P'.
001300             88  EXPTRAN-ALLOC-BY-AMOUNT           VALUE 'A'.
001310         10  EXPTRAN-ALLOC-PCT             PIC 9(03)V99.
001320         10  EXPTRAN-ALLOC-AMOUNT          PIC 9(08)V99.
001330         10  EXPTRAN-ALLOC-BILLABLE        PIC X(01).
001340             88  EXPTRAN-ALLOC-IS-BILLABLE         VALUE 'Y'.
001350             88  EXPTRAN-ALLOC-NOT-BILLABLE        VALUE 'N'.
001360         10  FILLER                        PIC X(51).
