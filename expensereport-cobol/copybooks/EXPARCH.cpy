000010*****************************************************************
000020*  EXPARCH.CPY
000030*
000040*  RECORD LAYOUT FOR THE LINE-LEVEL CLAIM ARCHIVE (DD EXPARCH),
000050*  A VSAM KSDS KEYED ON REPORT NUMBER, THE BUSINESS DATE THE
000060*  REPORT RUN PROCESSED IT, RECORD TYPE, AND A SEQUENCE NUMBER,
000070*  WITH THE EMPLOYEE ID AS AN ALTERNATE KEY (WITH DUPLICATES)
000080*  FOR EMPLOYEE INQUIRY.  THE REPORT PROGRAM EXPRPT01 ARCHIVES
000090*  EVERY REPORT IT PRINTS - THE HEADER WITH ITS TOTALS AND
000100*  ADVANCE NETTING, EVERY DETAIL LINE AS PROCESSED, EVERY
000110*  ADVANCE, AND THE PRINTED REPORT ITSELF LINE FOR LINE - AND
000120*  THE APPROVAL AND RECEIPT PROGRAMS EXPAPR01 AND EXPRCP01 ADD
000130*  AN EVENT RECORD FOR EVERY LATER DECISION ON IT.  THE
000140*  ARCHIVE UTILITY EXPARC01 REPRINTS FROM IT.
000150*
000160*  THE PROCESSED DATE IN THE KEY KEEPS A CLERK-RELEASED
000170*  RESUBMISSION OF A REPORT NUMBER APART FROM THE ORIGINAL.  A
000180*  REPORT RUN RESTARTED AFTER SOME OF A REPORT'S RECORDS WERE
000190*  WRITTEN REWRITES THEM UNDER THE SAME KEYS.  THE FILE IS KEPT
000200*  FOR THE SEVEN-YEAR RECORD RETENTION PERIOD - IT IS NOT
000210*  TRIMMED BY THE HOUSEKEEPING THAT TRIMS THE CLAIM HISTORY -
000220*  AND ONLY THE ARCHIVE UTILITY'S PURGE REMOVES REPORTS PAST IT.
000230*
000240*  RECORD TYPES -
000250*      H  REPORT HEADER - ONE PER REPORT, SEQUENCE ZERO.
000260*      L  DETAIL LINE - SEQUENCE IS THE LINE'S POSITION IN THE
000270*         SUBMISSION (THE EXPRCPT LINE NUMBER).  STATUS IS
000280*         SPACE WHEN THE LINE WAS PAID WITH THE REPORT, X WHEN
000290*         IT WAS OVER ITS LIMIT AND WENT TO THE MANAGER QUEUE,
000300*         M WHEN ITS MEAL DAY WAS OVER THE PER-DIEM AND WENT TO
000310*         THE QUEUE, AND R WHEN IT WAS HELD FOR ITS RECEIPT.
000320*         THE LIMIT IS THE ONE APPLIED - THE DAILY PER-DIEM FOR
000330*         A MEAL LINE.  MILES AND RATE ARE ZERO EXCEPT ON
000340*         MILEAGE LINES.
000350*      A  CASH ADVANCE - THE CONVERTED ADVANCE AND THE OPEN
000360*         BALANCE OF IT NETTED AGAINST THIS REPORT.
000370*      P  PRINT LINE - ONE PER BODY LINE OF THE PRINTED REPORT,
000380*         IN PRINT ORDER.  PAGE HEADINGS ARE NOT KEPT.
000390*      V  APPROVAL OR RECEIPT EVENT - A MANAGER DECISION ON AN
000400*         EXCEPTION, OR A HELD LINE RELEASED OR DENIED FOR ITS
000410*         RECEIPT, WITH WHAT IT PAID AND UNDER WHAT REFERENCE.
000420*      D  HOLD GL DISTRIBUTION - ONE PER GL ACCOUNT, COST CENTER,
000430*         AND PROJECT A HELD AMOUNT WAS POSTED TO, SO A DENIAL
000440*         REVERSES AND TAKES OFF THE BUDGET EXACTLY WHAT WAS
000450*         POSTED.  THE HOLD KIND AND SEQUENCE NAME THE HOLD - X
000460*         AND THE EXPEXCP HOLD SEQUENCE FOR A MANAGER-QUEUE
000470*         EXCEPTION, R AND THE LINE NUMBER FOR A RECEIPT HOLD.
000480*
000490*  MODIFICATION HISTORY
000500*  DATE       INIT DESCRIPTION
000510*  ---------- ---- ------------------------------------------
000520*  2026-10-15 CAH  ORIGINAL VERSION.
000530*  2026-10-15 CAH  ADDED THE D RECORD - THE GL DISTRIBUTION OF
000540*                  EACH HELD AMOUNT, READ BACK BY THE APPROVAL
000550*                  AND RECEIPT PROGRAMS WHEN A HOLD IS DENIED.
000560*****************************************************************
000570 01  EXPARCH-RECORD.
000580     05  EXPARCH-KEY.
000590         10  EXPARCH-REPORT-NO            PIC 9(06).
000600         10  EXPARCH-RUN-DATE             PIC X(08).
000610         10  EXPARCH-REC-TYPE             PIC X(01).
000620             88  EXPARCH-HEADER                    VALUE 'H'.
000630             88  EXPARCH-LINE                      VALUE 'L'.
000640             88  EXPARCH-ADVANCE                   VALUE 'A'.
000650             88  EXPARCH-PRINT                     VALUE 'P'.
000660             88  EXPARCH-EVENT                     VALUE 'V'.
000670             88  EXPARCH-DISTRIB                   VALUE 'D'.
000680         10  EXPARCH-SEQ                  PIC 9(04).
000690     05  EXPARCH-EMP-ID                   PIC X(06).
000700     05  EXPARCH-DATA                     PIC X(175).
000710*
000720*    H - REPORT HEADER
000730*
000740     05  EXPARCH-HDR-DATA REDEFINES EXPARCH-DATA.
000750         10  EXPARCH-HDR-EMP-NAME         PIC X(20).
000760         10  EXPARCH-HDR-DEPARTMENT       PIC X(10).
000770         10  EXPARCH-HDR-COST-CENTER      PIC X(08).
000780         10  EXPARCH-HDR-GRADE            PIC X(01).
000790         10  EXPARCH-HDR-TRIP-START       PIC X(08).
000800         10  EXPARCH-HDR-TRIP-END         PIC X(08).
000810         10  EXPARCH-HDR-LINE-COUNT       PIC 9(03).
000820         10  EXPARCH-HDR-ADV-COUNT        PIC 9(03).
000830         10  EXPARCH-HDR-TOTAL            PIC 9(08)V99.
000840         10  EXPARCH-HDR-MEALS            PIC 9(08)V99.
000850         10  EXPARCH-HDR-ADVANCE-TOTAL    PIC 9(08)V99.
000860         10  EXPARCH-HDR-EXCP-TOTAL       PIC 9(08)V99.
000870         10  EXPARCH-HDR-RCPT-TOTAL       PIC 9(08)V99.
000880         10  EXPARCH-HDR-NET-AMOUNT       PIC S9(09)V99.
000890         10  EXPARCH-HDR-PAID-AMOUNT      PIC 9(08)V99.
000900         10  EXPARCH-HDR-PAY-REF          PIC X(16).
000910         10  EXPARCH-HDR-LATE-SW          PIC X(01).
000920             88  EXPARCH-HDR-LATE                  VALUE 'Y'.
000930             88  EXPARCH-HDR-TIMELY                VALUE 'N'.
000940         10  EXPARCH-HDR-DAYS-AFTER-TRIP  PIC 9(05).
000950         10  FILLER                       PIC X(21).
000960*
000970*    L - DETAIL LINE
000980*
000990     05  EXPARCH-LINE-DATA REDEFINES EXPARCH-DATA.
001000         10  EXPARCH-LIN-TYPE             PIC 9(01).
001010         10  EXPARCH-LIN-TYPE-NAME        PIC X(11).
001020         10  EXPARCH-LIN-EXP-DATE         PIC X(08).
001030         10  EXPARCH-LIN-AMOUNT           PIC 9(08)V99.
001040         10  EXPARCH-LIN-CURRENCY         PIC X(03).
001050         10  EXPARCH-LIN-CONV-AMOUNT      PIC 9(08)V99.
001060         10  EXPARCH-LIN-MILES            PIC 9(10).
001070         10  EXPARCH-LIN-MILE-RATE        PIC 9(01)V9(04).
001080         10  EXPARCH-LIN-LIMIT            PIC 9(08)V99.
001090         10  EXPARCH-LIN-STATUS           PIC X(01).
001100             88  EXPARCH-LIN-PAID                  VALUE ' '.
001110             88  EXPARCH-LIN-OVER-LIMIT            VALUE 'X'.
001120             88  EXPARCH-LIN-MEAL-DAY              VALUE 'M'.
001130             88  EXPARCH-LIN-RCPT-HELD             VALUE 'R'.
001140         10  EXPARCH-LIN-RECEIPT-IND      PIC X(01).
001150         10  FILLER                       PIC X(105).
001160*
001170*    A - CASH ADVANCE
001180*
001190     05  EXPARCH-ADV-DATA REDEFINES EXPARCH-DATA.
001200         10  EXPARCH-ADV-NO               PIC 9(06).
001210         10  EXPARCH-ADV-ISSUE-DATE       PIC X(08).
001220         10  EXPARCH-ADV-CONVERTED        PIC 9(08)V99.
001230         10  EXPARCH-ADV-NETTED           PIC 9(08)V99.
001240         10  FILLER                       PIC X(141).
001250*
001260*    P - PRINT LINE
001270*
001280     05  EXPARCH-PRT-DATA REDEFINES EXPARCH-DATA.
001290         10  EXPARCH-PRT-LINE             PIC X(132).
001300         10  FILLER                       PIC X(43).
001310*
001320*    V - APPROVAL OR RECEIPT EVENT
001330*
001340     05  EXPARCH-EVT-DATA REDEFINES EXPARCH-DATA.
001350         10  EXPARCH-EVT-DATE             PIC X(08).
001360         10  EXPARCH-EVT-SOURCE           PIC X(01).
001370             88  EXPARCH-EVT-APPROVAL              VALUE 'A'.
001380             88  EXPARCH-EVT-RECEIPT               VALUE 'R'.
001390         10  EXPARCH-EVT-ACTION           PIC X(01).
001400             88  EXPARCH-EVT-RELEASED              VALUE 'A'.
001410             88  EXPARCH-EVT-DENIED                VALUE 'D'.
001420         10  EXPARCH-EVT-TYPE-NAME        PIC X(11).
001430         10  EXPARCH-EVT-LINE-NO          PIC 9(03).
001440         10  EXPARCH-EVT-AMOUNT           PIC 9(08)V99.
001450         10  EXPARCH-EVT-PAID-AMOUNT      PIC 9(08)V99.
001460         10  EXPARCH-EVT-PAY-REF          PIC X(16).
001470         10  EXPARCH-EVT-ACTED-BY         PIC X(12).
001480         10  FILLER                       PIC X(103).
001490*
001500*    D - HOLD GL DISTRIBUTION
001510*
001520     05  EXPARCH-DST-DATA REDEFINES EXPARCH-DATA.
001530         10  EXPARCH-DST-HOLD-KIND        PIC X(01).
001540             88  EXPARCH-DST-EXCEPTION             VALUE 'X'.
001550             88  EXPARCH-DST-RECEIPT               VALUE 'R'.
001560         10  EXPARCH-DST-HOLD-SEQ         PIC 9(03).
001570         10  EXPARCH-DST-TYPE             PIC 9(01).
001580         10  EXPARCH-DST-GL-ACCOUNT       PIC X(08).
001590         10  EXPARCH-DST-COST-CENTER      PIC X(08).
001600         10  EXPARCH-DST-PROJECT          PIC X(08).
001610         10  EXPARCH-DST-AMOUNT           PIC 9(08)V99.
001620         10  FILLER                       PIC X(136).
