000010*****************************************************************
000020*  EXPTAUTH.CPY
000030*
000040*  RECORD LAYOUT FOR THE PRE-TRIP TRAVEL AUTHORIZATION MASTER
000050*  (DD EXPTAUTH), A VSAM KSDS KEYED ON EMPLOYEE ID PLUS THE
000060*  TRAVEL DESK'S AUTHORIZATION NUMBER, SO ALL OF AN EMPLOYEE'S
000070*  AUTHORIZATIONS READ TOGETHER.  ONE RECORD PER TRIP REQUEST,
000080*  LOADED BY THE TRAVEL DESK AS TRIPS ARE REQUESTED AND
000090*  APPROVED, CARRYING THE DESTINATION, THE APPROVED TRIP
000100*  DATES, THE ESTIMATED COST BY EXPENSE TYPE (INDEXED BY THE
000110*  EXPTRAN TYPE CODE, HOME CURRENCY), AND THE APPROVER.
000120*
000130*  THE REPORT PROGRAM EXPRPT01 MATCHES EACH SUBMISSION TO ITS
000140*  AUTHORIZATION ON EMPLOYEE AND TRIP DATES AND MARKS IT
000150*  CLAIMED WITH THE REPORT NUMBER.  THE MONTHLY EXPTAU01 RUN
000160*  MARKS AN APPROVED TRIP STILL UNCLAIMED WELL AFTER ITS END
000170*  DATE RELEASED, SO ITS RESERVED BUDGET CAN BE GIVEN BACK.  A
000180*  CLAIM THAT ARRIVES AFTER RELEASE STILL MATCHES.
000190*
000200*  MODIFICATION HISTORY
000210*  DATE       INIT DESCRIPTION
000220*  ---------- ---- ------------------------------------------
000230*  2026-10-15 CAH  ORIGINAL VERSION.
000240*****************************************************************
000250 01  EXPTAUTH-RECORD.
000260     05  EXPTAUTH-KEY.
000270         10  EXPTAUTH-EMP-ID              PIC X(06).
000280         10  EXPTAUTH-AUTH-NO             PIC 9(06).
000290     05  EXPTAUTH-STATUS                  PIC X(01).
000300         88  EXPTAUTH-PENDING                      VALUE 'P'.
000310         88  EXPTAUTH-APPROVED                     VALUE 'A'.
000320         88  EXPTAUTH-CLAIMED                      VALUE 'C'.
000330         88  EXPTAUTH-RELEASED                     VALUE 'R'.
000340         88  EXPTAUTH-CANCELLED                    VALUE 'X'.
000350         88  EXPTAUTH-MATCHABLE                    VALUE 'A'
000360                                                         'C'
000370                                                         'R'.
000380     05  EXPTAUTH-DESTINATION             PIC X(20).
000390     05  EXPTAUTH-TRIP-START              PIC X(08).
000400     05  EXPTAUTH-TRIP-END                PIC X(08).
000410     05  EXPTAUTH-EST-AMOUNTS.
000420         10  EXPTAUTH-EST-AMOUNT OCCURS 6 TIMES
000430                                          PIC 9(08)V99.
000440     05  EXPTAUTH-APPROVER-ID             PIC X(08).
000450     05  EXPTAUTH-APPROVED-DATE           PIC X(08).
000460     05  EXPTAUTH-CLAIM-REPORT-NO         PIC 9(06).
000470     05  EXPTAUTH-CLAIM-DATE              PIC X(08).
000480     05  EXPTAUTH-RELEASE-DATE            PIC X(08).
000490     05  FILLER                           PIC X(03).
