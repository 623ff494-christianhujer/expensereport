000010*****************************************************************
000020*  PROGRAM-ID   : EXPADV01
000030*  AUTHOR       : C. A. HUJER
000040*  INSTALLATION : TRAVEL & EXPENSE ACCOUNTING
000050*  DATE-WRITTEN : 2026-10-15
000060*
000070*  REMARKS.
000080*      CASH ADVANCE LEDGER MAINTENANCE AND AGING FOR THE DAILY
000090*      TRAVEL EXPENSE BATCH.  POSTS TREASURY'S DAILY ADVANCE
000100*      ACTIVITY FEED - ADVANCES ISSUED AND CASH REPAYMENTS
000110*      RECEIVED - TO THE KEYED EXPADVL ADVANCE LEDGER, WHERE
000120*      THE REPORT PROGRAM EXPRPT01 HAS ALREADY SETTLED THE
000130*      DAY'S EXPENSE REPORTS AGAINST THEIR ADVANCES.  ACTIVITY
000140*      THAT CANNOT BE POSTED GOES, REASON-CODED, TO THE EXPADVRJ
000150*      REJECT FILE.  THE WHOLE LEDGER IS THEN READ IN EMPLOYEE
000160*      ORDER AND EVERY ADVANCE STILL CARRYING AN OPEN BALANCE IS
000170*      PRINTED ON THE AGING REPORT IN 30/60/90-DAY BUCKETS FROM
000180*      ITS ISSUE DATE, WITH A BALANCE PER EMPLOYEE SO HR CAN
000190*      SEE WHAT IS OWED BEFORE A LAST DAY.  AN ADVANCE STILL
000200*      OPEN PAST THE RECOVERY POLICY WINDOW GOES TO PAYROLL ON
000210*      THE EXPADVPD DEDUCTION EXTRACT, ONCE, AND IS MARKED SENT
000220*      ON THE LEDGER.
000230*
000240*  MODIFICATION HISTORY
000250*  DATE       INIT DESCRIPTION
000260*  ---------- ---- ------------------------------------------
000270*  2026-10-15 CAH  ORIGINAL VERSION.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    EXPADV01.
000310 AUTHOR.        C. A. HUJER.
000320 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000330 DATE-WRITTEN.  2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EXPADVTR ASSIGN TO EXPADVTR
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT EXPADVL ASSIGN TO EXPADVL
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EXPADVL-KEY.
000450     SELECT EXPMAST ASSIGN TO EXPMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS EXPMAST-EMP-ID.
000490     SELECT EXPADVRJ ASSIGN TO EXPADVRJ
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT EXPADVPD ASSIGN TO EXPADVPD
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT EXPAVRPT ASSIGN TO EXPAVRPT
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT EXPRNCTL ASSIGN TO EXPRNCTL
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EXPADVTR
000610     RECORDING MODE IS F.
000620     COPY EXPADVTR.
000630
000640 FD  EXPADVL
000650     RECORDING MODE IS F.
000660     COPY EXPADVL.
000670
000680 FD  EXPMAST
000690     RECORDING MODE IS F.
000700     COPY EXPMAST.
000710
000720 FD  EXPADVRJ
000730     RECORDING MODE IS F.
000740     COPY EXPADVRJ.
000750
000760 FD  EXPADVPD
000770     RECORDING MODE IS F.
000780     COPY EXPADVPD.
000790
000800 FD  EXPAVRPT
000810     RECORDING MODE IS F.
000820     COPY EXPAVRPT.
000830
000840 FD  EXPRNCTL
000850     RECORDING MODE IS F.
000860     COPY EXPRNCTL.
000870
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900*    SWITCHES
000910*----------------------------------------------------------------
000920 01  WS-EXPADVTR-EOF-SW          PIC X(01)   VALUE 'N'.
000930         88  WS-EXPADVTR-EOF                      VALUE 'Y'.
000940         88  WS-EXPADVTR-NOT-EOF                  VALUE 'N'.
000950 01  WS-EXPADVL-EOF-SW           PIC X(01)   VALUE 'N'.
000960         88  WS-EXPADVL-EOF                       VALUE 'Y'.
000970         88  WS-EXPADVL-NOT-EOF                   VALUE 'N'.
000980 01  WS-EMP-OPEN-SW              PIC X(01)   VALUE 'N'.
000990         88  WS-EMP-OPEN                          VALUE 'Y'.
001000         88  WS-EMP-NOT-OPEN                      VALUE 'N'.
001010
001020*----------------------------------------------------------------
001030*    COUNTERS AND TOTALS FOR THE LEDGER SUMMARY
001040*----------------------------------------------------------------
001050 77  WS-ACTIVITY-READ            PIC 9(05)   COMP VALUE 0.
001060 77  WS-ISSUE-COUNT              PIC 9(05)   COMP VALUE 0.
001070 77  WS-REPAY-COUNT              PIC 9(05)   COMP VALUE 0.
001080 77  WS-REJECT-COUNT             PIC 9(05)   COMP VALUE 0.
001090 77  WS-OPEN-ADV-COUNT           PIC 9(05)   COMP VALUE 0.
001100 77  WS-PAYROLL-COUNT            PIC 9(05)   COMP VALUE 0.
001110 01  WS-ISSUE-TOTAL              PIC 9(10)V99      VALUE 0.
001120 01  WS-REPAY-TOTAL              PIC 9(10)V99      VALUE 0.
001130 01  WS-PAYROLL-TOTAL            PIC 9(10)V99      VALUE 0.
001140 01  WS-OPEN-TOTAL               PIC 9(10)V99      VALUE 0.
001150 01  WS-BUCKET-30-TOTAL          PIC 9(10)V99      VALUE 0.
001160 01  WS-BUCKET-60-TOTAL          PIC 9(10)V99      VALUE 0.
001170 01  WS-BUCKET-90-TOTAL          PIC 9(10)V99      VALUE 0.
001180 01  WS-BUCKET-OVER-TOTAL        PIC 9(10)V99      VALUE 0.
001190 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
001200
001210*----------------------------------------------------------------
001220*    RECOVERY POLICY - AN ADVANCE STILL CARRYING AN OPEN
001230*    BALANCE MORE THAN WS-RECOVERY-DAYS DAYS AFTER IT WAS
001240*    ISSUED HAS NOT BEEN ACCOUNTED FOR BY A REPORT OR REPAID,
001250*    AND IS SENT TO PAYROLL FOR DEDUCTION.
001260*----------------------------------------------------------------
001270 77  WS-RECOVERY-DAYS            PIC 9(03)   COMP VALUE 60.
001280
001290*----------------------------------------------------------------
001300*    ADVANCE AGING - DAY AGES USE THE SAME APPROXIMATE DAY
001310*    SERIAL (YEAR*365 + MONTH*31 + DAY) THE APPROVAL AND CARD
001320*    RECONCILIATION PROGRAMS USE.  AN ADVANCE WITHOUT A USABLE
001330*    ISSUE DATE AGES AS ZERO RATHER THAN BEING GUESSED AT.
001340*----------------------------------------------------------------
001350 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001360 01  WS-RUN-SERIAL               PIC 9(07)   COMP VALUE 0.
001370 01  WS-ISSUE-SERIAL             PIC 9(07)   COMP VALUE 0.
001380 01  WS-DAYS-OUTSTANDING         PIC S9(07)  COMP VALUE 0.
001390 01  WS-WORK-DATE.
001400         05  WS-WORK-DATE-X              PIC X(08).
001410         05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X.
001420             10  WS-WORK-YYYY        PIC 9(04).
001430             10  WS-WORK-MM          PIC 9(02).
001440             10  WS-WORK-DD          PIC 9(02).
001450
001460*----------------------------------------------------------------
001470*    LEDGER WORK AREAS - THE OPEN BALANCE OF THE ADVANCE IN THE
001480*    EXPADVL BUFFER, AND THE EMPLOYEE CURRENTLY BEING AGED WITH
001490*    THE RUNNING BALANCE OF EVERYTHING THEY STILL OWE.
001500*----------------------------------------------------------------
001510 01  WS-ADV-BALANCE              PIC S9(09)V99     VALUE 0.
001520 01  WS-REJECT-REASON            PIC X(02)   VALUE SPACES.
001530 01  WS-CURR-EMP-ID              PIC X(06)   VALUE SPACES.
001540 01  WS-CURR-EMP-NAME            PIC X(20)   VALUE SPACES.
001550 01  WS-CURR-EMP-STATUS          PIC X(12)   VALUE SPACES.
001560 01  WS-EMP-BALANCE              PIC 9(10)V99      VALUE 0.
001570 01  WS-BUCKET-NAME              PIC X(07)   VALUE SPACES.
001580 01  WS-PAYROLL-FLAG             PIC X(08)   VALUE SPACES.
001590
001600*----------------------------------------------------------------
001610*    AGING REPORT WORK AREAS
001620*----------------------------------------------------------------
001630 01  WS-AMOUNT-FMT               PIC $$$,$$$,$$9.99.
001640 01  WS-GRAND-EDIT               PIC $$,$$$,$$$,$$9.99.
001650 01  WS-COUNT-FMT                PIC Z(04)9.
001660 01  WS-DAYS-FMT                 PIC Z(04)9.
001670
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE
001710         THRU 1000-EXIT
001720     PERFORM 2000-POST-ACTIVITY
001730         THRU 2000-EXIT
001740         UNTIL WS-EXPADVTR-EOF
001750     PERFORM 3000-AGE-LEDGER
001760         THRU 3000-EXIT
001770     PERFORM 3900-PRINT-LEDGER-SUMMARY
001780         THRU 3900-EXIT
001790     PERFORM 9999-TERMINATE
001800         THRU 9999-EXIT
001810     STOP RUN.
001820
001830*****************************************************************
001840*  1000-INITIALIZE
001850*      OPEN THE FILES, PICK UP THE RUN DATE FOR THE AGING, AND
001860*      PRIME THE FIRST READ OF THE TREASURY ACTIVITY FEED.
001870*****************************************************************
001880 1000-INITIALIZE.
001890     OPEN INPUT EXPADVTR
001900     OPEN I-O EXPADVL
001910     OPEN INPUT EXPMAST
001920     OPEN OUTPUT EXPADVRJ
001930     OPEN OUTPUT EXPADVPD
001940     OPEN OUTPUT EXPAVRPT
001950*    THE BUSINESS DATE COMES FROM THE RUN CONTROL RECORD, NOT
001960*    THE SYSTEM CLOCK, SO ADVANCE AGING STAYS ON THE BUSINESS
001970*    DAY BEING PROCESSED.
001980     OPEN INPUT EXPRNCTL
001990     READ EXPRNCTL
002000         AT END
002010             MOVE 'RUN CONTROL RECORD MISSING - RUN EXPRCT01'
002020                 TO WS-ABEND-MSG
002030             GO TO 9000-ABEND
002040     END-READ
002050     MOVE EXPRNCTL-BUS-DATE TO WS-RUN-DATE
002060     CLOSE EXPRNCTL
002070     MOVE WS-RUN-DATE TO WS-WORK-DATE-X
002080     COMPUTE WS-RUN-SERIAL =
002090         WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
002100     MOVE SPACES TO EXPAVRPT-LINE
002110     STRING 'Cash Advance Ledger and Aging - ' DELIMITED BY SIZE
002120            WS-RUN-DATE DELIMITED BY SIZE
002130            INTO EXPAVRPT-LINE
002140     WRITE EXPAVRPT-RECORD
002150     MOVE SPACES TO EXPAVRPT-LINE
002160     WRITE EXPAVRPT-RECORD
002170     PERFORM 2090-READ-ACTIVITY
002180         THRU 2090-EXIT.
002190 1000-EXIT.
002200     EXIT.
002210
002220*****************************************************************
002230*  2000-POST-ACTIVITY
002240*      POST THE TREASURY ACTIVITY RECORD ALREADY IN THE EXPADVTR
002250*      BUFFER TO THE LEDGER - OR REJECT IT WITH A REASON CODE -
002260*      AND READ THE NEXT ONE.
002270*****************************************************************
002280 2000-POST-ACTIVITY.
002290     MOVE SPACES TO WS-REJECT-REASON
002300     IF (NOT EXPADVTR-ISSUE AND NOT EXPADVTR-REPAYMENT)
002310         OR EXPADVTR-EMP-ID = SPACES
002320         OR EXPADVTR-ADV-NO IS NOT NUMERIC
002330         OR EXPADVTR-AMOUNT IS NOT NUMERIC
002340         OR EXPADVTR-ACTIVITY-DATE IS NOT NUMERIC
002350             MOVE '44' TO WS-REJECT-REASON
002360             GO TO 2000-NEXT
002370     END-IF
002380     IF EXPADVTR-ADV-NO = 0
002390         OR EXPADVTR-AMOUNT = 0
002400             MOVE '44' TO WS-REJECT-REASON
002410             GO TO 2000-NEXT
002420     END-IF
002430     IF EXPADVTR-ISSUE
002440         PERFORM 2100-POST-ISSUE
002450             THRU 2100-EXIT
002460     ELSE
002470         PERFORM 2200-POST-REPAYMENT
002480             THRU 2200-EXIT
002490     END-IF.
002500 2000-NEXT.
002510     IF WS-REJECT-REASON NOT = SPACES
002520         PERFORM 2500-REJECT-ACTIVITY
002530             THRU 2500-EXIT
002540     END-IF
002550     PERFORM 2090-READ-ACTIVITY
002560         THRU 2090-EXIT.
002570 2000-EXIT.
002580     EXIT.
002590
002600*****************************************************************
002610*  2090-READ-ACTIVITY
002620*      READ THE NEXT RECORD FROM TREASURY'S ACTIVITY FEED.
002630*****************************************************************
002640 2090-READ-ACTIVITY.
002650     READ EXPADVTR
002660         AT END
002670             SET WS-EXPADVTR-EOF TO TRUE
002680             GO TO 2090-EXIT
002690     END-READ
002700     ADD 1 TO WS-ACTIVITY-READ.
002710 2090-EXIT.
002720     EXIT.
002730
002740*****************************************************************
002750*  2100-POST-ISSUE
002760*      RECORD A NEWLY ISSUED ADVANCE ON THE LEDGER.  WHEN AN
002770*      EXPENSE REPORT CARRIED THE ADVANCE BEFORE TREASURY'S
002780*      ISSUE ARRIVED, THE REPORT PROGRAM ALREADY ADDED IT FROM
002790*      THE REPORT - TREASURY'S BOOKED AMOUNT AND DATE REPLACE
002800*      THE REPORT'S CONVERTED ONES.  A SECOND TREASURY ISSUE
002810*      FOR THE SAME ADVANCE IS REJECTED.
002820*****************************************************************
002830 2100-POST-ISSUE.
002840     MOVE EXPADVTR-EMP-ID TO EXPADVL-EMP-ID
002850     MOVE EXPADVTR-ADV-NO TO EXPADVL-ADV-NO
002860     READ EXPADVL
002870         INVALID KEY
002880             PERFORM 2110-ADD-ISSUE
002890                 THRU 2110-EXIT
002900             GO TO 2100-EXIT
002910     END-READ
002920     IF EXPADVL-FROM-TREASURY
002930         MOVE '41' TO WS-REJECT-REASON
002940         GO TO 2100-EXIT
002950     END-IF
002960     SET EXPADVL-FROM-TREASURY     TO TRUE
002970     MOVE EXPADVTR-ACTIVITY-DATE   TO EXPADVL-ISSUE-DATE
002980     MOVE EXPADVTR-AMOUNT          TO EXPADVL-ISSUE-AMOUNT
002990     MOVE WS-RUN-DATE              TO EXPADVL-LAST-ACTIVITY-DATE
003000     PERFORM 2300-SET-LEDGER-STATUS
003010         THRU 2300-EXIT
003020     REWRITE EXPADVL-RECORD
003030         INVALID KEY
003040             MOVE 'ADVANCE LEDGER REWRITE FAILED'
003050                 TO WS-ABEND-MSG
003060             GO TO 9000-ABEND
003070     END-REWRITE
003080     ADD 1 TO WS-ISSUE-COUNT
003090     ADD EXPADVTR-AMOUNT TO WS-ISSUE-TOTAL.
003100 2100-EXIT.
003110     EXIT.
003120
003130*****************************************************************
003140*  2110-ADD-ISSUE
003150*      WRITE THE LEDGER RECORD FOR AN ADVANCE TREASURY HAS JUST
003160*      ISSUED, OPEN FOR ITS FULL AMOUNT.
003170*****************************************************************
003180 2110-ADD-ISSUE.
003190     MOVE SPACES TO EXPADVL-RECORD
003200     MOVE EXPADVTR-EMP-ID          TO EXPADVL-EMP-ID
003210     MOVE EXPADVTR-ADV-NO          TO EXPADVL-ADV-NO
003220     SET EXPADVL-FROM-TREASURY     TO TRUE
003230     SET EXPADVL-OPEN              TO TRUE
003240     MOVE EXPADVTR-ACTIVITY-DATE   TO EXPADVL-ISSUE-DATE
003250     MOVE EXPADVTR-AMOUNT          TO EXPADVL-ISSUE-AMOUNT
003260     MOVE 0                        TO EXPADVL-SETTLED-AMOUNT
003270     MOVE 0                        TO EXPADVL-REPAID-AMOUNT
003280     MOVE 0                        TO EXPADVL-RECOVERED-AMOUNT
003290     MOVE 0                        TO EXPADVL-LAST-REPORT-NO
003300     MOVE 0                        TO EXPADVL-LAST-SETTLE-AMT
003310     MOVE WS-RUN-DATE              TO EXPADVL-LAST-ACTIVITY-DATE
003320     WRITE EXPADVL-RECORD
003330         INVALID KEY
003340             MOVE 'ADVANCE LEDGER KEY ALREADY ON FILE'
003350                 TO WS-ABEND-MSG
003360             GO TO 9000-ABEND
003370     END-WRITE
003380     ADD 1 TO WS-ISSUE-COUNT
003390     ADD EXPADVTR-AMOUNT TO WS-ISSUE-TOTAL.
003400 2110-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440*  2200-POST-REPAYMENT
003450*      APPLY A CASH REPAYMENT TO ITS ADVANCE ON THE LEDGER.  A
003460*      REPAYMENT FOR AN ADVANCE NOT ON THE LEDGER, OR FOR MORE
003470*      THAN IS STILL OPEN ON IT, IS REJECTED FOR TREASURY TO
003480*      RESEARCH.
003490*****************************************************************
003500 2200-POST-REPAYMENT.
003510     MOVE EXPADVTR-EMP-ID TO EXPADVL-EMP-ID
003520     MOVE EXPADVTR-ADV-NO TO EXPADVL-ADV-NO
003530     READ EXPADVL
003540         INVALID KEY
003550             MOVE '42' TO WS-REJECT-REASON
003560             GO TO 2200-EXIT
003570     END-READ
003580     PERFORM 2310-COMPUTE-ADV-BALANCE
003590         THRU 2310-EXIT
003600     IF EXPADVTR-AMOUNT > WS-ADV-BALANCE
003610         MOVE '43' TO WS-REJECT-REASON
003620         GO TO 2200-EXIT
003630     END-IF
003640     ADD EXPADVTR-AMOUNT  TO EXPADVL-REPAID-AMOUNT
003650     MOVE WS-RUN-DATE     TO EXPADVL-LAST-ACTIVITY-DATE
003660     PERFORM 2300-SET-LEDGER-STATUS
003670         THRU 2300-EXIT
003680     REWRITE EXPADVL-RECORD
003690         INVALID KEY
003700             MOVE 'ADVANCE LEDGER REWRITE FAILED'
003710                 TO WS-ABEND-MSG
003720             GO TO 9000-ABEND
003730     END-REWRITE
003740     ADD 1 TO WS-REPAY-COUNT
003750     ADD EXPADVTR-AMOUNT TO WS-REPAY-TOTAL.
003760 2200-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800*  2300-SET-LEDGER-STATUS
003810*      MARK THE LEDGER RECORD IN THE EXPADVL BUFFER SETTLED ONCE
003820*      NOTHING IS LEFT OPEN ON IT, OPEN OTHERWISE.  AN ADVANCE
003830*      ALREADY SENT TO PAYROLL KEEPS THAT STATUS.
003840*****************************************************************
003850 2300-SET-LEDGER-STATUS.
003860     IF EXPADVL-TO-PAYROLL
003870         GO TO 2300-EXIT
003880     END-IF
003890     PERFORM 2310-COMPUTE-ADV-BALANCE
003900         THRU 2310-EXIT
003910     IF WS-ADV-BALANCE > 0
003920         SET EXPADVL-OPEN    TO TRUE
003930     ELSE
003940         SET EXPADVL-SETTLED TO TRUE
003950     END-IF.
003960 2300-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000*  2310-COMPUTE-ADV-BALANCE
004010*      THE OPEN BALANCE OF THE LEDGER RECORD IN THE EXPADVL
004020*      BUFFER - ISSUED LESS SETTLED, REPAID, AND RECOVERED.
004030*****************************************************************
004040 2310-COMPUTE-ADV-BALANCE.
004050     COMPUTE WS-ADV-BALANCE =
004060         EXPADVL-ISSUE-AMOUNT - EXPADVL-SETTLED-AMOUNT
004070         - EXPADVL-REPAID-AMOUNT - EXPADVL-RECOVERED-AMOUNT.
004080 2310-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120*  2500-REJECT-ACTIVITY
004130*      WRITE THE ACTIVITY RECORD UNCHANGED TO THE EXPADVRJ
004140*      REJECT FILE, PREFIXED WITH THE REASON CODE, AND PRINT ITS
004150*      LINE ON THE LEDGER REPORT.
004160*****************************************************************
004170 2500-REJECT-ACTIVITY.
004180     ADD 1 TO WS-REJECT-COUNT
004190     MOVE WS-REJECT-REASON TO EXPADVRJ-REASON-CODE
004200     MOVE EXPADVTR-RECORD  TO EXPADVRJ-ACTIVITY-IMAGE
004210     WRITE EXPADVRJ-RECORD
004220     MOVE SPACES TO EXPAVRPT-LINE
004230     STRING 'Rejected Activity ' DELIMITED BY SIZE
004240            WS-REJECT-REASON DELIMITED BY SIZE
004250            ' ' DELIMITED BY SIZE
004260            EXPADVTR-ACTION DELIMITED BY SIZE
004270            ' ' DELIMITED BY SIZE
004280            EXPADVTR-EMP-ID DELIMITED BY SIZE
004290            ' ' DELIMITED BY SIZE
004300            EXPADVTR-ADV-NO DELIMITED BY SIZE
004310            INTO EXPAVRPT-LINE
004320     WRITE EXPAVRPT-RECORD.
004330 2500-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370*  3000-AGE-LEDGER
004380*      READ THE WHOLE LEDGER IN KEY ORDER - EMPLOYEE, THEN
004390*      ADVANCE - AND AGE EVERY ADVANCE STILL CARRYING AN OPEN
004400*      BALANCE, CLOSING EACH EMPLOYEE'S BALANCE LINE AS THE
004410*      EMPLOYEE CHANGES.
004420*****************************************************************
004430 3000-AGE-LEDGER.
004440     MOVE SPACES TO EXPAVRPT-LINE
004450     WRITE EXPAVRPT-RECORD
004460     MOVE 'Open Advances By Employee: ' TO EXPAVRPT-LINE
004470     WRITE EXPAVRPT-RECORD
004480     MOVE LOW-VALUES TO EXPADVL-KEY
004490     START EXPADVL KEY IS NOT LESS THAN EXPADVL-KEY
004500         INVALID KEY
004510             SET WS-EXPADVL-EOF TO TRUE
004520             GO TO 3000-EXIT
004530     END-START
004540     PERFORM 3090-READ-LEDGER
004550         THRU 3090-EXIT
004560     PERFORM 3100-AGE-ONE-ADVANCE
004570         THRU 3100-EXIT
004580         UNTIL WS-EXPADVL-EOF
004590     IF WS-EMP-OPEN
004600         PERFORM 3300-PRINT-EMP-BALANCE
004610             THRU 3300-EXIT
004620     END-IF.
004630 3000-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670*  3090-READ-LEDGER
004680*      READ THE NEXT ADVANCE FROM THE LEDGER IN KEY ORDER.
004690*****************************************************************
004700 3090-READ-LEDGER.
004710     READ EXPADVL NEXT RECORD
004720         AT END
004730             SET WS-EXPADVL-EOF TO TRUE
004740     END-READ.
004750 3090-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790*  3100-AGE-ONE-ADVANCE
004800*      AGE THE ADVANCE IN THE EXPADVL BUFFER FROM ITS ISSUE
004810*      DATE, PRINT IT IN ITS 30/60/90-DAY BUCKET, AND - WHEN IT
004820*      IS STILL OPEN PAST THE RECOVERY WINDOW - SEND ITS
004830*      BALANCE TO PAYROLL.  SETTLED ADVANCES ARE PASSED OVER.
004840*****************************************************************
004850 3100-AGE-ONE-ADVANCE.
004860     PERFORM 2310-COMPUTE-ADV-BALANCE
004870         THRU 2310-EXIT
004880     IF WS-ADV-BALANCE NOT > 0
004890         GO TO 3100-NEXT
004900     END-IF
004910     IF WS-EMP-OPEN
004920         AND EXPADVL-EMP-ID NOT = WS-CURR-EMP-ID
004930             PERFORM 3300-PRINT-EMP-BALANCE
004940                 THRU 3300-EXIT
004950     END-IF
004960     IF WS-EMP-NOT-OPEN
004970         PERFORM 3200-START-EMPLOYEE
004980             THRU 3200-EXIT
004990     END-IF
005000     MOVE 0 TO WS-DAYS-OUTSTANDING
005010     MOVE EXPADVL-ISSUE-DATE TO WS-WORK-DATE-X
005020     IF WS-WORK-DATE-X IS NUMERIC
005030         COMPUTE WS-ISSUE-SERIAL =
005040             WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
005050         COMPUTE WS-DAYS-OUTSTANDING =
005060             WS-RUN-SERIAL - WS-ISSUE-SERIAL
005070         IF WS-DAYS-OUTSTANDING < 0
005080             MOVE 0 TO WS-DAYS-OUTSTANDING
005090         END-IF
005100     END-IF
005110     IF WS-DAYS-OUTSTANDING > 90
005120         MOVE 'Over 90' TO WS-BUCKET-NAME
005130         ADD WS-ADV-BALANCE TO WS-BUCKET-OVER-TOTAL
005140     ELSE
005150         IF WS-DAYS-OUTSTANDING > 60
005160             MOVE '61-90'   TO WS-BUCKET-NAME
005170             ADD WS-ADV-BALANCE TO WS-BUCKET-90-TOTAL
005180         ELSE
005190             IF WS-DAYS-OUTSTANDING > 30
005200                 MOVE '31-60'   TO WS-BUCKET-NAME
005210                 ADD WS-ADV-BALANCE TO WS-BUCKET-60-TOTAL
005220             ELSE
005230                 MOVE '0-30'    TO WS-BUCKET-NAME
005240                 ADD WS-ADV-BALANCE TO WS-BUCKET-30-TOTAL
005250             END-IF
005260         END-IF
005270     END-IF
005280     ADD 1 TO WS-OPEN-ADV-COUNT
005290     ADD WS-ADV-BALANCE TO WS-OPEN-TOTAL
005300     ADD WS-ADV-BALANCE TO WS-EMP-BALANCE
005310     MOVE WS-ADV-BALANCE TO WS-AMOUNT-FMT
005320     MOVE WS-DAYS-OUTSTANDING TO WS-DAYS-FMT
005330     MOVE SPACES TO WS-PAYROLL-FLAG
005340     IF WS-DAYS-OUTSTANDING > WS-RECOVERY-DAYS
005350         AND EXPADVL-OPEN
005360             PERFORM 3150-SEND-TO-PAYROLL
005370                 THRU 3150-EXIT
005380     END-IF
005390     MOVE SPACES TO EXPAVRPT-LINE
005400     STRING '  Advance ' DELIMITED BY SIZE
005410            EXPADVL-ADV-NO DELIMITED BY SIZE
005420            ' ' DELIMITED BY SIZE
005430            EXPADVL-ISSUE-DATE DELIMITED BY SIZE
005440            WS-AMOUNT-FMT DELIMITED BY SIZE
005450            WS-DAYS-FMT DELIMITED BY SIZE
005460            ' DAYS ' DELIMITED BY SIZE
005470            WS-BUCKET-NAME DELIMITED BY SIZE
005480            ' ' DELIMITED BY SIZE
005490            WS-PAYROLL-FLAG DELIMITED BY SIZE
005500            INTO EXPAVRPT-LINE
005510     WRITE EXPAVRPT-RECORD.
005520 3100-NEXT.
005530     PERFORM 3090-READ-LEDGER
005540         THRU 3090-EXIT.
005550 3100-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590*  3150-SEND-TO-PAYROLL
005600*      THE ADVANCE IS STILL OPEN PAST THE RECOVERY WINDOW -
005610*      WRITE ITS OPEN BALANCE TO THE PAYROLL DEDUCTION EXTRACT
005620*      AND MARK IT SENT ON THE LEDGER, CARRYING THE BALANCE AS
005630*      RECOVERED, SO IT IS EXTRACTED ONCE AND ONCE ONLY.
005640*****************************************************************
005650 3150-SEND-TO-PAYROLL.
005660     MOVE EXPADVL-EMP-ID       TO EXPADVPD-EMP-ID
005670     MOVE WS-CURR-EMP-NAME     TO EXPADVPD-EMP-NAME
005680     MOVE EXPADVL-ADV-NO       TO EXPADVPD-ADV-NO
005690     MOVE WS-ADV-BALANCE       TO EXPADVPD-AMOUNT
005700     MOVE EXPADVL-ISSUE-DATE   TO EXPADVPD-ISSUE-DATE
005710     MOVE WS-DAYS-OUTSTANDING  TO EXPADVPD-DAYS-OUTSTANDING
005720     MOVE WS-RUN-DATE          TO EXPADVPD-EXTRACT-DATE
005730     WRITE EXPADVPD-RECORD
005740     ADD WS-ADV-BALANCE        TO EXPADVL-RECOVERED-AMOUNT
005750     SET EXPADVL-TO-PAYROLL    TO TRUE
005760     MOVE WS-RUN-DATE          TO EXPADVL-RECOVERY-DATE
005770     MOVE WS-RUN-DATE          TO EXPADVL-LAST-ACTIVITY-DATE
005780     REWRITE EXPADVL-RECORD
005790         INVALID KEY
005800             MOVE 'ADVANCE LEDGER REWRITE FAILED'
005810                 TO WS-ABEND-MSG
005820             GO TO 9000-ABEND
005830     END-REWRITE
005840     ADD 1 TO WS-PAYROLL-COUNT
005850     ADD WS-ADV-BALANCE TO WS-PAYROLL-TOTAL
005860     MOVE 'Payroll' TO WS-PAYROLL-FLAG.
005870 3150-EXIT.
005880     EXIT.
005890
005900*****************************************************************
005910*  3200-START-EMPLOYEE
005920*      THE FIRST OPEN ADVANCE FOR A NEW EMPLOYEE - LOOK THE
005930*      EMPLOYEE UP ON THE MASTER FOR THE NAME AND STATUS AND
005940*      PRINT THE EMPLOYEE LINE.  A TERMINATED EMPLOYEE IS
005950*      FLAGGED SO HR SEES THE BALANCE STILL OWED.
005960*****************************************************************
005970 3200-START-EMPLOYEE.
005980     MOVE EXPADVL-EMP-ID TO WS-CURR-EMP-ID
005990     MOVE 0 TO WS-EMP-BALANCE
006000     SET WS-EMP-OPEN TO TRUE
006010     MOVE SPACES TO WS-CURR-EMP-STATUS
006020     MOVE EXPADVL-EMP-ID TO EXPMAST-EMP-ID
006030     READ EXPMAST
006040         INVALID KEY
006050             MOVE 'NOT ON MASTER' TO WS-CURR-EMP-NAME
006060         NOT INVALID KEY
006070             MOVE EXPMAST-EMP-NAME TO WS-CURR-EMP-NAME
006080             IF EXPMAST-TERMINATED
006090                 MOVE 'TERMINATED' TO WS-CURR-EMP-STATUS
006100             END-IF
006110     END-READ
006120     MOVE SPACES TO EXPAVRPT-LINE
006130     STRING 'Employee ' DELIMITED BY SIZE
006140            WS-CURR-EMP-ID DELIMITED BY SIZE
006150            ' ' DELIMITED BY SIZE
006160            WS-CURR-EMP-NAME DELIMITED BY SIZE
006170            ' ' DELIMITED BY SIZE
006180            WS-CURR-EMP-STATUS DELIMITED BY SIZE
006190            INTO EXPAVRPT-LINE
006200     WRITE EXPAVRPT-RECORD.
006210 3200-EXIT.
006220     EXIT.
006230
006240*****************************************************************
006250*  3300-PRINT-EMP-BALANCE
006260*      CLOSE THE CURRENT EMPLOYEE WITH THE TOTAL THEY STILL OWE
006270*      ACROSS ALL THEIR OPEN ADVANCES.
006280*****************************************************************
006290 3300-PRINT-EMP-BALANCE.
006300     MOVE WS-EMP-BALANCE TO WS-GRAND-EDIT
006310     MOVE SPACES TO EXPAVRPT-LINE
006320     STRING '  Employee Balance: ' DELIMITED BY SIZE
006330            WS-GRAND-EDIT DELIMITED BY SIZE
006340            INTO EXPAVRPT-LINE
006350     WRITE EXPAVRPT-RECORD
006360     SET WS-EMP-NOT-OPEN TO TRUE.
006370 3300-EXIT.
006380     EXIT.
006390
006400*****************************************************************
006410*  3900-PRINT-LEDGER-SUMMARY
006420*      WRITE THE POSTING COUNTS, THE AGING BUCKET TOTALS, AND
006430*      THE PAYROLL RECOVERY TOTALS AFTER THE LAST ADVANCE.
006440*****************************************************************
006450 3900-PRINT-LEDGER-SUMMARY.
006460     MOVE SPACES TO EXPAVRPT-LINE
006470     WRITE EXPAVRPT-RECORD
006480     MOVE 'Ledger Summary: ' TO EXPAVRPT-LINE
006490     WRITE EXPAVRPT-RECORD
006500     MOVE WS-ACTIVITY-READ TO WS-COUNT-FMT
006510     MOVE SPACES TO EXPAVRPT-LINE
006520     STRING 'Activity Records Read: ' DELIMITED BY SIZE
006530            WS-COUNT-FMT DELIMITED BY SIZE
006540            INTO EXPAVRPT-LINE
006550     WRITE EXPAVRPT-RECORD
006560     MOVE WS-ISSUE-COUNT TO WS-COUNT-FMT
006570     MOVE WS-ISSUE-TOTAL TO WS-GRAND-EDIT
006580     MOVE SPACES TO EXPAVRPT-LINE
006590     STRING 'Advances Issued: ' DELIMITED BY SIZE
006600            WS-COUNT-FMT DELIMITED BY SIZE
006610            ' ' DELIMITED BY SIZE
006620            WS-GRAND-EDIT DELIMITED BY SIZE
006630            INTO EXPAVRPT-LINE
006640     WRITE EXPAVRPT-RECORD
006650     MOVE WS-REPAY-COUNT TO WS-COUNT-FMT
006660     MOVE WS-REPAY-TOTAL TO WS-GRAND-EDIT
006670     MOVE SPACES TO EXPAVRPT-LINE
006680     STRING 'Cash Repayments: ' DELIMITED BY SIZE
006690            WS-COUNT-FMT DELIMITED BY SIZE
006700            ' ' DELIMITED BY SIZE
006710            WS-GRAND-EDIT DELIMITED BY SIZE
006720            INTO EXPAVRPT-LINE
006730     WRITE EXPAVRPT-RECORD
006740     MOVE WS-REJECT-COUNT TO WS-COUNT-FMT
006750     MOVE SPACES TO EXPAVRPT-LINE
006760     STRING 'Activity Rejected: ' DELIMITED BY SIZE
006770            WS-COUNT-FMT DELIMITED BY SIZE
006780            INTO EXPAVRPT-LINE
006790     WRITE EXPAVRPT-RECORD
006800     MOVE WS-OPEN-ADV-COUNT TO WS-COUNT-FMT
006810     MOVE WS-OPEN-TOTAL TO WS-GRAND-EDIT
006820     MOVE SPACES TO EXPAVRPT-LINE
006830     STRING 'Open Advances: ' DELIMITED BY SIZE
006840            WS-COUNT-FMT DELIMITED BY SIZE
006850            ' ' DELIMITED BY SIZE
006860            WS-GRAND-EDIT DELIMITED BY SIZE
006870            INTO EXPAVRPT-LINE
006880     WRITE EXPAVRPT-RECORD
006890     MOVE WS-BUCKET-30-TOTAL TO WS-GRAND-EDIT
006900     MOVE SPACES TO EXPAVRPT-LINE
006910     STRING '  0-30 Days:    ' DELIMITED BY SIZE
006920            WS-GRAND-EDIT DELIMITED BY SIZE
006930            INTO EXPAVRPT-LINE
006940     WRITE EXPAVRPT-RECORD
006950     MOVE WS-BUCKET-60-TOTAL TO WS-GRAND-EDIT
006960     MOVE SPACES TO EXPAVRPT-LINE
006970     STRING '  31-60 Days:   ' DELIMITED BY SIZE
006980            WS-GRAND-EDIT DELIMITED BY SIZE
006990            INTO EXPAVRPT-LINE
007000     WRITE EXPAVRPT-RECORD
007010     MOVE WS-BUCKET-90-TOTAL TO WS-GRAND-EDIT
007020     MOVE SPACES TO EXPAVRPT-LINE
007030     STRING '  61-90 Days:   ' DELIMITED BY SIZE
007040            WS-GRAND-EDIT DELIMITED BY SIZE
007050            INTO EXPAVRPT-LINE
007060     WRITE EXPAVRPT-RECORD
007070     MOVE WS-BUCKET-OVER-TOTAL TO WS-GRAND-EDIT
007080     MOVE SPACES TO EXPAVRPT-LINE
007090     STRING '  Over 90 Days: ' DELIMITED BY SIZE
007100            WS-GRAND-EDIT DELIMITED BY SIZE
007110            INTO EXPAVRPT-LINE
007120     WRITE EXPAVRPT-RECORD
007130     MOVE WS-PAYROLL-COUNT TO WS-COUNT-FMT
007140     MOVE WS-PAYROLL-TOTAL TO WS-GRAND-EDIT
007150     MOVE SPACES TO EXPAVRPT-LINE
007160     STRING 'Sent To Payroll: ' DELIMITED BY SIZE
007170            WS-COUNT-FMT DELIMITED BY SIZE
007180            ' ' DELIMITED BY SIZE
007190            WS-GRAND-EDIT DELIMITED BY SIZE
007200            INTO EXPAVRPT-LINE
007210     WRITE EXPAVRPT-RECORD.
007220 3900-EXIT.
007230     EXIT.
007240
007250*****************************************************************
007260*  9000-ABEND
007270*      A FATAL CONDITION - THE RUN CONTROL RECORD IS MISSING OR
007280*      A LEDGER UPDATE FAILED.  DISPLAY THE DIAGNOSTIC AND END
007290*      THE RUN WITH A NONZERO RETURN CODE SO THE JOB STEP SHOWS
007300*      FAILED.
007310*****************************************************************
007320 9000-ABEND.
007330     DISPLAY WS-ABEND-MSG
007340     MOVE 16 TO RETURN-CODE
007350     STOP RUN.
007360
007370*****************************************************************
007380*  9999-TERMINATE
007390*****************************************************************
007400 9999-TERMINATE.
007410     CLOSE EXPADVTR
007420     CLOSE EXPADVL
007430     CLOSE EXPMAST
007440     CLOSE EXPADVRJ
007450     CLOSE EXPADVPD
007460     CLOSE EXPAVRPT.
007470 9999-EXIT.
007480     EXIT.
