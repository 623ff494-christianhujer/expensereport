000010*****************************************************************
000020*  PROGRAM-ID   : EXPTAX01
000030*  AUTHOR       : C. A. HUJER
000040*  INSTALLATION : TRAVEL & EXPENSE ACCOUNTING
000050*  DATE-WRITTEN : 2026-10-15
000060*
000070*  REMARKS.
000080*      YEAR-END IMPUTED-INCOME SUMMARY FOR THE TAX YEAR NAMED IN
000090*      THE EXEC PARM (YYYY).  UNDER THE ACCOUNTABLE-PLAN RULES
000100*      A LATE CLAIM AND MEALS OVER THE PER-DIEM ARE TAXABLE
000110*      WAGES; THE REPORT RUN AND THE APPROVAL RUN CARRY THE
000120*      TAXABLE PART OF EVERY PAYMENT ON ITS EXPPAY RECORD AND
000130*      SEND IT TO PAYROLL ON THE EXPTAXX TAXABLE EXTRACT PAY
000140*      PERIOD BY PAY PERIOD.  THIS PROGRAM PULLS THE YEAR'S
000150*      EXPPAY PAYMENTS (THE EX REPORT-RUN, EA APPROVAL, ER
000160*      RECEIPT-RELEASE, AND RI REISSUE PAYMENTS) AND THE YEAR'S
000170*      TAXABLE EXTRACT, AND FOR EACH EMPLOYEE PAID IN THE YEAR
000180*      PRINTS THE TOTAL PAID, ITS TAXABLE AND NON-TAXABLE PARTS,
000190*      AND THE TAXABLE PART BY REASON.  THE TAXABLE TOTAL ON THE
000200*      PAYMENT RECORDS IS TIED TO THE EXTRACT PAYROLL RECEIVED,
000210*      AND AN EMPLOYEE WHOSE FIGURES DISAGREE IS FLAGGED.  ONE
000220*      IMPUTED-INCOME RECORD PER EMPLOYEE IS WRITTEN TO EXPIMPI
000230*      FOR PAYROLL'S W-2 RUN.  A PAYMENT AP RETURNED OR VOIDED,
000240*      PER THE EXPPYST PAYMENT STATUS FILE, WAS NEVER PAID AND IS
000250*      LEFT OUT; A RETURNED PAYMENT'S RI REISSUE CARRIES ITS
000260*      TAXABLE PART IN ITS PLACE.
000270*
000280*  MODIFICATION HISTORY
000290*  DATE       INIT DESCRIPTION
000300*  ---------- ---- ------------------------------------------
000310*  2026-10-15 CAH  ORIGINAL VERSION.
000320*  2026-10-15 CAH  LEAVE OUT PAYMENTS AP RETURNED OR VOIDED.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    EXPTAX01.
000360 AUTHOR.        C. A. HUJER.
000370 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000380 DATE-WRITTEN.  2026-10-15.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT EXPPAY ASSIGN TO EXPPAY
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT OPTIONAL EXPTAXX ASSIGN TO EXPTAXX
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT OPTIONAL EXPPYST ASSIGN TO EXPPYST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS EXPPYST-KEY.
000520     SELECT EXPIMPI ASSIGN TO EXPIMPI
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT EXPTXRPT ASSIGN TO EXPTXRPT
000550         ORGANIZATION IS SEQUENTIAL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EXPPAY
000600     RECORDING MODE IS F.
000610     COPY EXPPAY.
000620
000630 FD  EXPTAXX
000640     RECORDING MODE IS F.
000650     COPY EXPTAXX.
000660
000670 FD  EXPPYST
000680     RECORDING MODE IS F.
000690     COPY EXPPYST.
000700
000710 FD  EXPIMPI
000720     RECORDING MODE IS F.
000730     COPY EXPIMPI.
000740
000750 FD  EXPTXRPT
000760     RECORDING MODE IS F.
000770     COPY EXPTXRPT.
000780
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------
000810*    SWITCHES
000820*----------------------------------------------------------------
000830 01  WS-EXPPAY-EOF-SW            PIC X(01)   VALUE 'N'.
000840         88  WS-EXPPAY-EOF                        VALUE 'Y'.
000850         88  WS-EXPPAY-NOT-EOF                    VALUE 'N'.
000860 01  WS-EXPTAXX-EOF-SW           PIC X(01)   VALUE 'N'.
000870         88  WS-EXPTAXX-EOF                       VALUE 'Y'.
000880         88  WS-EXPTAXX-NOT-EOF                   VALUE 'N'.
000890 01  WS-SCAN-SW                  PIC X(01)   VALUE 'N'.
000900         88  WS-SCAN-DONE                         VALUE 'Y'.
000910         88  WS-SCAN-NOT-DONE                     VALUE 'N'.
000920 01  WS-UNPAID-SW                PIC X(01)   VALUE 'N'.
000930         88  WS-PAYMENT-UNPAID                    VALUE 'Y'.
000940         88  WS-PAYMENT-NOT-UNPAID                VALUE 'N'.
000950
000960*----------------------------------------------------------------
000970*    TAX YEAR CONTROL AND RUN COUNTERS
000980*----------------------------------------------------------------
000990 01  WS-TAX-YEAR                 PIC X(04)   VALUE SPACES.
001000 77  WS-PAYMENTS-READ            PIC 9(05)   COMP VALUE 0.
001010 77  WS-EXTRACT-READ             PIC 9(05)   COMP VALUE 0.
001020 77  WS-OUT-OF-BALANCE-COUNT     PIC 9(05)   COMP VALUE 0.
001030 77  WS-IMPUTED-WRITTEN          PIC 9(05)   COMP VALUE 0.
001040 77  WS-PAYMENTS-RETURNED        PIC 9(05)   COMP VALUE 0.
001050 01  WS-GRAND-PAID               PIC 9(11)V99      VALUE 0.
001060 01  WS-GRAND-TAXABLE            PIC 9(11)V99      VALUE 0.
001070 01  WS-GRAND-NONTAXABLE         PIC 9(11)V99      VALUE 0.
001080 01  WS-GRAND-EXTRACT            PIC 9(11)V99      VALUE 0.
001090 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
001100
001110*----------------------------------------------------------------
001120*    EMPLOYEE TABLE - ONE ROW PER EMPLOYEE PAID IN THE TAX YEAR,
001130*    IN THE ORDER THEIR FIRST PAYMENT APPEARS ON THE FILE.  THE
001140*    PAID AND TAXABLE FIGURES COME FROM THE EXPPAY RECORDS; THE
001150*    LATE-CLAIM, MEALS, AND EXTRACT FIGURES FROM THE TAXABLE
001160*    EXTRACT.  AN EXTRACT RECORD WITH NO PAYMENT IN THE YEAR
001170*    STILL GETS A ROW SO IT SHOWS UP OUT OF BALANCE.
001180*----------------------------------------------------------------
001190 77  WS-EMP-COUNT                PIC 9(04)   COMP VALUE 0.
001200 77  WS-MAX-EMPLOYEES            PIC 9(04)   COMP VALUE 2000.
001210 01  WS-EMP-TABLE.
001220         05  WS-EMP-ENTRY OCCURS 0 TO 2000 TIMES
001230                          DEPENDING ON WS-EMP-COUNT
001240                          INDEXED BY EI.
001250             10  WS-EMP-ID           PIC X(06).
001260             10  WS-EMP-NAME         PIC X(20).
001270             10  WS-EMP-PAID         PIC 9(09)V99.
001280             10  WS-EMP-TAXABLE      PIC 9(09)V99.
001290             10  WS-EMP-LATE         PIC 9(09)V99.
001300             10  WS-EMP-MEALS        PIC 9(09)V99.
001310             10  WS-EMP-EXTRACT      PIC 9(09)V99.
001320 01  WS-FIND-EMP-ID              PIC X(06)   VALUE SPACES.
001330 01  WS-FIND-EMP-NAME            PIC X(20)   VALUE SPACES.
001340 01  WS-PAY-TAXABLE              PIC 9(08)V99      VALUE 0.
001350 01  WS-EMP-NONTAXABLE           PIC 9(09)V99      VALUE 0.
001360
001370*----------------------------------------------------------------
001380*    REPORT WORK AREAS
001390*----------------------------------------------------------------
001400 01  WS-PAID-FMT                 PIC $$$,$$$,$$9.99.
001410 01  WS-TAXABLE-FMT              PIC $$$,$$$,$$9.99.
001420 01  WS-NONTAX-FMT               PIC $$$,$$$,$$9.99.
001430 01  WS-GRAND-EDIT               PIC $$,$$$,$$$,$$9.99.
001440 01  WS-COUNT-FMT                PIC Z(04)9.
001450 01  WS-TIE-TEXT                 PIC X(18)   VALUE SPACES.
001460 01  WS-COLUMN-HEADER.
001470         05  FILLER                  PIC X(27)   VALUE
001480             'Emp ID Employee Name'.
001490         05  FILLER                  PIC X(42)   VALUE
001500             '          Paid       Taxable   Non-Taxable'.
001510
001520 LINKAGE SECTION.
001530*----------------------------------------------------------------
001540*    EXEC PARM AREA - PARM='YYYY' NAMES THE TAX YEAR SUMMARIZED
001550*----------------------------------------------------------------
001560 01  LK-PARM-AREA.
001570         05  LK-PARM-LENGTH           PIC S9(04) COMP.
001580         05  LK-PARM-TEXT              PIC X(08).
001590
001600 PROCEDURE DIVISION USING LK-PARM-AREA.
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE
001630         THRU 1000-EXIT
001640     PERFORM 2000-PRINT-EMPLOYEES
001650         THRU 2000-EXIT
001660     PERFORM 3900-PRINT-RUN-SUMMARY
001670         THRU 3900-EXIT
001680     PERFORM 9999-TERMINATE
001690         THRU 9999-EXIT
001700     STOP RUN.
001710
001720*****************************************************************
001730*  1000-INITIALIZE
001740*      VALIDATE THE TAX YEAR PARM, OPEN THE FILES, AND LOAD THE
001750*      YEAR'S PAYMENTS AND TAXABLE EXTRACT INTO THE EMPLOYEE
001760*      TABLE.
001770*****************************************************************
001780 1000-INITIALIZE.
001790     IF LK-PARM-LENGTH NOT = 4
001800         OR LK-PARM-TEXT(1:4) IS NOT NUMERIC
001810             MOVE 'TAX YEAR PARM MUST BE YYYY' TO WS-ABEND-MSG
001820             GO TO 9000-ABEND
001830     END-IF
001840     MOVE LK-PARM-TEXT(1:4) TO WS-TAX-YEAR
001850     OPEN INPUT EXPPAY
001860     OPEN INPUT EXPTAXX
001870     OPEN INPUT EXPPYST
001880     OPEN OUTPUT EXPIMPI
001890     OPEN OUTPUT EXPTXRPT
001900     PERFORM 1100-LOAD-PAYMENTS
001910         THRU 1100-EXIT
001920     PERFORM 1200-LOAD-EXTRACT
001930         THRU 1200-EXIT.
001940 1000-EXIT.
001950     EXIT.
001960
001970*****************************************************************
001980*  1100-LOAD-PAYMENTS
001990*      ADD EVERY PAYMENT RECORD OF THE TAX YEAR - EX, EA, ER, AND
002000*      RI REFERENCES ALIKE - INTO ITS EMPLOYEE'S ROW.  THE RUN
002010*      DATE INSIDE THE PAYMENT REFERENCE (POSITIONS 9-16)
002020*      CARRIES THE DATE THE MONEY WAS PAID.
002030*****************************************************************
002040 1100-LOAD-PAYMENTS.
002050     MOVE 0 TO WS-EMP-COUNT
002060     PERFORM 1110-LOAD-ONE-PAYMENT
002070         THRU 1110-EXIT
002080         UNTIL WS-EXPPAY-EOF
002090     CLOSE EXPPAY
002100     CLOSE EXPPYST.
002110 1100-EXIT.
002120     EXIT.
002130
002140*****************************************************************
002150*  1110-LOAD-ONE-PAYMENT
002160*      READ ONE PAYMENT RECORD AND, WHEN IT WAS PAID IN THE TAX
002170*      YEAR, ADD ITS AMOUNT AND TAXABLE PART TO THE EMPLOYEE.
002180*****************************************************************
002190 1110-LOAD-ONE-PAYMENT.
002200     READ EXPPAY
002210         AT END
002220             SET WS-EXPPAY-EOF TO TRUE
002230             GO TO 1110-EXIT
002240     END-READ
002250     IF EXPPAY-PAY-REF(9:4) NOT = WS-TAX-YEAR
002260         GO TO 1110-EXIT
002270     END-IF
002280     PERFORM 1150-CHECK-PAY-STATUS
002290         THRU 1150-EXIT
002300     IF WS-PAYMENT-UNPAID
002310         ADD 1 TO WS-PAYMENTS-RETURNED
002320         GO TO 1110-EXIT
002330     END-IF
002340     ADD 1 TO WS-PAYMENTS-READ
002350     MOVE EXPPAY-EMP-ID   TO WS-FIND-EMP-ID
002360     MOVE EXPPAY-EMP-NAME TO WS-FIND-EMP-NAME
002370     PERFORM 1300-FIND-EMPLOYEE
002380         THRU 1300-EXIT
002390*    PAYMENTS CUT BEFORE THE TAXABLE AMOUNT EXISTED CARRY SPACES
002400*    THERE AND COUNT AS NON-TAXABLE.
002410     IF EXPPAY-TAXABLE-AMT IS NOT NUMERIC
002420         MOVE 0 TO WS-PAY-TAXABLE
002430     ELSE
002440         MOVE EXPPAY-TAXABLE-AMT TO WS-PAY-TAXABLE
002450     END-IF
002460     ADD EXPPAY-AMOUNT  TO WS-EMP-PAID(EI)
002470     ADD WS-PAY-TAXABLE TO WS-EMP-TAXABLE(EI).
002480 1110-EXIT.
002490     EXIT.
002500
002510*****************************************************************
002520*  1150-CHECK-PAY-STATUS
002530*      LOOK THE PAYMENT IN THE EXPPAY BUFFER UP ON THE PAYMENT
002540*      STATUS FILE BY REFERENCE, REPORT, EMPLOYEE, AND AMOUNT AND
002550*      SET WS-PAYMENT-UNPAID WHEN AP RETURNED OR VOIDED IT.  A
002560*      PAYMENT NOT ON THE STATUS FILE COUNTS AS PAID.
002570*****************************************************************
002580 1150-CHECK-PAY-STATUS.
002590     SET WS-PAYMENT-NOT-UNPAID TO TRUE
002600     SET WS-SCAN-NOT-DONE TO TRUE
002610     MOVE EXPPAY-PAY-REF TO EXPPYST-PAY-REF
002620     MOVE 0              TO EXPPYST-SEQ
002630     START EXPPYST KEY IS NOT LESS THAN EXPPYST-KEY
002640         INVALID KEY
002650             GO TO 1150-EXIT
002660     END-START
002670     PERFORM 1160-SCAN-ONE-STATUS
002680         THRU 1160-EXIT
002690         UNTIL WS-SCAN-DONE.
002700 1150-EXIT.
002710     EXIT.
002720
002730*****************************************************************
002740*  1160-SCAN-ONE-STATUS
002750*      READ THE NEXT STATUS RECORD AND STOP AT THE ONE FOR THE
002760*      PAYMENT IN THE EXPPAY BUFFER OR AT THE FIRST PAST ITS
002770*      REFERENCE.
002780*****************************************************************
002790 1160-SCAN-ONE-STATUS.
002800     READ EXPPYST NEXT RECORD
002810         AT END
002820             SET WS-SCAN-DONE TO TRUE
002830             GO TO 1160-EXIT
002840     END-READ
002850     IF EXPPYST-PAY-REF NOT = EXPPAY-PAY-REF
002860         SET WS-SCAN-DONE TO TRUE
002870         GO TO 1160-EXIT
002880     END-IF
002890     IF EXPPYST-REPORT-NO = EXPPAY-REPORT-NO
002900         AND EXPPYST-EMP-ID = EXPPAY-EMP-ID
002910         AND EXPPYST-SENT-AMOUNT = EXPPAY-AMOUNT
002920             SET WS-SCAN-DONE TO TRUE
002930             IF EXPPYST-RETURNED OR EXPPYST-VOIDED
002940                 SET WS-PAYMENT-UNPAID TO TRUE
002950             END-IF
002960     END-IF.
002970 1160-EXIT.
002980     EXIT.
002990
003000*****************************************************************
003010*  1200-LOAD-EXTRACT
003020*      ADD EVERY TAXABLE EXTRACT RECORD OF THE TAX YEAR INTO ITS
003030*      EMPLOYEE'S ROW, BROKEN OUT BY REASON.
003040*****************************************************************
003050 1200-LOAD-EXTRACT.
003060     PERFORM 1210-LOAD-ONE-EXTRACT
003070         THRU 1210-EXIT
003080         UNTIL WS-EXPTAXX-EOF
003090     CLOSE EXPTAXX.
003100 1200-EXIT.
003110     EXIT.
003120
003130*****************************************************************
003140*  1210-LOAD-ONE-EXTRACT
003150*      READ ONE TAXABLE EXTRACT RECORD AND, WHEN IT WAS PAID IN
003160*      THE TAX YEAR, ADD IT TO THE EMPLOYEE UNDER ITS REASON.
003170*****************************************************************
003180 1210-LOAD-ONE-EXTRACT.
003190     READ EXPTAXX
003200         AT END
003210             SET WS-EXPTAXX-EOF TO TRUE
003220             GO TO 1210-EXIT
003230     END-READ
003240     IF EXPTAXX-PAY-YEAR NOT = WS-TAX-YEAR
003250         GO TO 1210-EXIT
003260     END-IF
003270     ADD 1 TO WS-EXTRACT-READ
003280     MOVE EXPTAXX-EMP-ID   TO WS-FIND-EMP-ID
003290     MOVE EXPTAXX-EMP-NAME TO WS-FIND-EMP-NAME
003300     PERFORM 1300-FIND-EMPLOYEE
003310         THRU 1300-EXIT
003320     ADD EXPTAXX-TAXABLE-AMT TO WS-EMP-EXTRACT(EI)
003330     IF EXPTAXX-LATE-CLAIM
003340         ADD EXPTAXX-TAXABLE-AMT TO WS-EMP-LATE(EI)
003350     ELSE
003360         ADD EXPTAXX-TAXABLE-AMT TO WS-EMP-MEALS(EI)
003370     END-IF.
003380 1210-EXIT.
003390     EXIT.
003400
003410*****************************************************************
003420*  1300-FIND-EMPLOYEE
003430*      POINT EI AT THE TABLE ROW FOR WS-FIND-EMP-ID, APPENDING A
003440*      ZEROED ROW THE FIRST TIME THE EMPLOYEE IS SEEN.
003450*****************************************************************
003460 1300-FIND-EMPLOYEE.
003470     SET EI TO 1
003480     SEARCH WS-EMP-ENTRY
003490         AT END
003500             IF WS-EMP-COUNT = WS-MAX-EMPLOYEES
003510                 MOVE 'EMPLOYEE TABLE FULL' TO WS-ABEND-MSG
003520                 GO TO 9000-ABEND
003530             END-IF
003540             ADD 1 TO WS-EMP-COUNT
003550             SET EI TO WS-EMP-COUNT
003560             MOVE WS-FIND-EMP-ID   TO WS-EMP-ID(EI)
003570             MOVE WS-FIND-EMP-NAME TO WS-EMP-NAME(EI)
003580             MOVE 0 TO WS-EMP-PAID(EI)
003590             MOVE 0 TO WS-EMP-TAXABLE(EI)
003600             MOVE 0 TO WS-EMP-LATE(EI)
003610             MOVE 0 TO WS-EMP-MEALS(EI)
003620             MOVE 0 TO WS-EMP-EXTRACT(EI)
003630         WHEN WS-EMP-ID(EI) = WS-FIND-EMP-ID
003640             CONTINUE
003650     END-SEARCH.
003660 1300-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700*  2000-PRINT-EMPLOYEES
003710*      PRINT THE HEADINGS AND ONE BLOCK PER EMPLOYEE, AND WRITE
003720*      EACH EMPLOYEE'S IMPUTED-INCOME RECORD.
003730*****************************************************************
003740 2000-PRINT-EMPLOYEES.
003750     MOVE SPACES TO EXPTXRPT-LINE
003760     STRING 'Year-End Imputed Income - Tax Year '
003770            DELIMITED BY SIZE
003780            WS-TAX-YEAR DELIMITED BY SIZE
003790            INTO EXPTXRPT-LINE
003800     WRITE EXPTXRPT-RECORD
003810     MOVE SPACES TO EXPTXRPT-LINE
003820     WRITE EXPTXRPT-RECORD
003830     MOVE WS-COLUMN-HEADER TO EXPTXRPT-LINE
003840     WRITE EXPTXRPT-RECORD
003850     IF WS-EMP-COUNT > 0
003860         PERFORM 2100-PRINT-ONE-EMPLOYEE
003870             THRU 2100-EXIT
003880             VARYING EI FROM 1 BY 1
003890             UNTIL EI > WS-EMP-COUNT
003900     END-IF.
003910 2000-EXIT.
003920     EXIT.
003930
003940*****************************************************************
003950*  2100-PRINT-ONE-EMPLOYEE
003960*      PRINT ONE EMPLOYEE'S PAID, TAXABLE, AND NON-TAXABLE
003970*      TOTALS, THEN THE TAXABLE PART BY REASON, FLAGGED WHEN IT
003980*      DOES NOT TIE TO THE EXTRACT PAYROLL RECEIVED.
003990*****************************************************************
004000 2100-PRINT-ONE-EMPLOYEE.
004010     COMPUTE WS-EMP-NONTAXABLE =
004020         WS-EMP-PAID(EI) - WS-EMP-TAXABLE(EI)
004030     ADD WS-EMP-PAID(EI)    TO WS-GRAND-PAID
004040     ADD WS-EMP-TAXABLE(EI) TO WS-GRAND-TAXABLE
004050     ADD WS-EMP-NONTAXABLE  TO WS-GRAND-NONTAXABLE
004060     ADD WS-EMP-EXTRACT(EI) TO WS-GRAND-EXTRACT
004070     MOVE WS-EMP-PAID(EI)    TO WS-PAID-FMT
004080     MOVE WS-EMP-TAXABLE(EI) TO WS-TAXABLE-FMT
004090     MOVE WS-EMP-NONTAXABLE  TO WS-NONTAX-FMT
004100     MOVE SPACES TO EXPTXRPT-LINE
004110     STRING WS-EMP-ID(EI) DELIMITED BY SIZE
004120            ' ' DELIMITED BY SIZE
004130            WS-EMP-NAME(EI) DELIMITED BY SIZE
004140            WS-PAID-FMT DELIMITED BY SIZE
004150            WS-TAXABLE-FMT DELIMITED BY SIZE
004160            WS-NONTAX-FMT DELIMITED BY SIZE
004170            INTO EXPTXRPT-LINE
004180     WRITE EXPTXRPT-RECORD
004190     IF WS-EMP-EXTRACT(EI) = WS-EMP-TAXABLE(EI)
004200         MOVE SPACES TO WS-TIE-TEXT
004210     ELSE
004220         MOVE ' EXTRACT DIFFERS' TO WS-TIE-TEXT
004230         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
004240     END-IF
004250     IF WS-EMP-TAXABLE(EI) > 0
004260         OR WS-EMP-EXTRACT(EI) > 0
004270             MOVE WS-EMP-LATE(EI)  TO WS-PAID-FMT
004280             MOVE WS-EMP-MEALS(EI) TO WS-TAXABLE-FMT
004290             MOVE SPACES TO EXPTXRPT-LINE
004300             STRING '       Late Claim' DELIMITED BY SIZE
004310                    WS-PAID-FMT DELIMITED BY SIZE
004320                    '  Meals' DELIMITED BY SIZE
004330                    WS-TAXABLE-FMT DELIMITED BY SIZE
004340                    WS-TIE-TEXT DELIMITED BY SIZE
004350                    INTO EXPTXRPT-LINE
004360             WRITE EXPTXRPT-RECORD
004370     END-IF
004380     PERFORM 2200-WRITE-IMPUTED-INCOME
004390         THRU 2200-EXIT.
004400 2100-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*  2200-WRITE-IMPUTED-INCOME
004450*      WRITE THE EMPLOYEE'S YEAR-END IMPUTED-INCOME RECORD FOR
004460*      PAYROLL'S W-2 RUN.
004470*****************************************************************
004480 2200-WRITE-IMPUTED-INCOME.
004490     MOVE SPACES             TO EXPIMPI-RECORD
004500     MOVE WS-EMP-ID(EI)      TO EXPIMPI-EMP-ID
004510     MOVE WS-EMP-NAME(EI)    TO EXPIMPI-EMP-NAME
004520     MOVE WS-TAX-YEAR        TO EXPIMPI-TAX-YEAR
004530     MOVE WS-EMP-PAID(EI)    TO EXPIMPI-PAID-TOTAL
004540     MOVE WS-EMP-TAXABLE(EI) TO EXPIMPI-TAXABLE-TOTAL
004550     MOVE WS-EMP-LATE(EI)    TO EXPIMPI-LATE-TOTAL
004560     MOVE WS-EMP-MEALS(EI)   TO EXPIMPI-MEALS-TOTAL
004570     IF WS-EMP-EXTRACT(EI) = WS-EMP-TAXABLE(EI)
004580         SET EXPIMPI-TIES-OUT TO TRUE
004590     ELSE
004600         SET EXPIMPI-OUT-OF-BALANCE TO TRUE
004610     END-IF
004620     WRITE EXPIMPI-RECORD
004630     ADD 1 TO WS-IMPUTED-WRITTEN.
004640 2200-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680*  3900-PRINT-RUN-SUMMARY
004690*      PRINT THE RUN CONTROL TOTALS.  THE PAID TOTAL TIES TO THE
004700*      YEAR'S EXPPAY RECORDS AND THE TAXABLE TOTAL TO THE
004710*      EXTRACT PAYROLL RECEIVED.
004720*****************************************************************
004730 3900-PRINT-RUN-SUMMARY.
004740     MOVE SPACES TO EXPTXRPT-LINE
004750     WRITE EXPTXRPT-RECORD
004760     MOVE 'Run Summary: ' TO EXPTXRPT-LINE
004770     WRITE EXPTXRPT-RECORD
004780     MOVE WS-EMP-COUNT TO WS-COUNT-FMT
004790     MOVE SPACES TO EXPTXRPT-LINE
004800     STRING 'Employees: ' DELIMITED BY SIZE
004810            WS-COUNT-FMT DELIMITED BY SIZE
004820            INTO EXPTXRPT-LINE
004830     WRITE EXPTXRPT-RECORD
004840     MOVE WS-PAYMENTS-READ TO WS-COUNT-FMT
004850     MOVE SPACES TO EXPTXRPT-LINE
004860     STRING 'Payments In Year: ' DELIMITED BY SIZE
004870            WS-COUNT-FMT DELIMITED BY SIZE
004880            INTO EXPTXRPT-LINE
004890     WRITE EXPTXRPT-RECORD
004900     MOVE WS-EXTRACT-READ TO WS-COUNT-FMT
004910     MOVE SPACES TO EXPTXRPT-LINE
004920     STRING 'Taxable Extract Records: ' DELIMITED BY SIZE
004930            WS-COUNT-FMT DELIMITED BY SIZE
004940            INTO EXPTXRPT-LINE
004950     WRITE EXPTXRPT-RECORD
004960     MOVE WS-GRAND-PAID TO WS-GRAND-EDIT
004970     MOVE SPACES TO EXPTXRPT-LINE
004980     STRING 'Total Paid: ' DELIMITED BY SIZE
004990            WS-GRAND-EDIT DELIMITED BY SIZE
005000            INTO EXPTXRPT-LINE
005010     WRITE EXPTXRPT-RECORD
005020     MOVE WS-GRAND-TAXABLE TO WS-GRAND-EDIT
005030     MOVE SPACES TO EXPTXRPT-LINE
005040     STRING 'Total Taxable: ' DELIMITED BY SIZE
005050            WS-GRAND-EDIT DELIMITED BY SIZE
005060            INTO EXPTXRPT-LINE
005070     WRITE EXPTXRPT-RECORD
005080     MOVE WS-GRAND-NONTAXABLE TO WS-GRAND-EDIT
005090     MOVE SPACES TO EXPTXRPT-LINE
005100     STRING 'Total Non-Taxable: ' DELIMITED BY SIZE
005110            WS-GRAND-EDIT DELIMITED BY SIZE
005120            INTO EXPTXRPT-LINE
005130     WRITE EXPTXRPT-RECORD
005140     MOVE WS-GRAND-EXTRACT TO WS-GRAND-EDIT
005150     MOVE SPACES TO EXPTXRPT-LINE
005160     STRING 'Taxable Per Extract: ' DELIMITED BY SIZE
005170            WS-GRAND-EDIT DELIMITED BY SIZE
005180            INTO EXPTXRPT-LINE
005190     WRITE EXPTXRPT-RECORD
005200     MOVE WS-OUT-OF-BALANCE-COUNT TO WS-COUNT-FMT
005210     MOVE SPACES TO EXPTXRPT-LINE
005220     STRING 'Employees Out Of Balance: ' DELIMITED BY SIZE
005230            WS-COUNT-FMT DELIMITED BY SIZE
005240            INTO EXPTXRPT-LINE
005250     WRITE EXPTXRPT-RECORD
005260     MOVE WS-IMPUTED-WRITTEN TO WS-COUNT-FMT
005270     MOVE SPACES TO EXPTXRPT-LINE
005280     STRING 'Imputed Income Records: ' DELIMITED BY SIZE
005290            WS-COUNT-FMT DELIMITED BY SIZE
005300            INTO EXPTXRPT-LINE
005310     WRITE EXPTXRPT-RECORD
005320     MOVE WS-PAYMENTS-RETURNED TO WS-COUNT-FMT
005330     MOVE SPACES TO EXPTXRPT-LINE
005340     STRING 'Payments Returned/Voided: ' DELIMITED BY SIZE
005350            WS-COUNT-FMT DELIMITED BY SIZE
005360            INTO EXPTXRPT-LINE
005370     WRITE EXPTXRPT-RECORD.
005380 3900-EXIT.
005390     EXIT.
005400
005410*****************************************************************
005420*  9000-ABEND
005430*      A FATAL CONDITION - A BAD TAX YEAR PARM OR THE EMPLOYEE
005440*      TABLE FILLED TO CAPACITY.  DISPLAY THE DIAGNOSTIC AND END
005450*      THE RUN WITH A NONZERO RETURN CODE SO THE JOB STEP SHOWS
005460*      FAILED.
005470*****************************************************************
005480 9000-ABEND.
005490     DISPLAY WS-ABEND-MSG
005500     MOVE 16 TO RETURN-CODE
005510     STOP RUN.
005520
005530*****************************************************************
005540*  9999-TERMINATE
005550*****************************************************************
005560 9999-TERMINATE.
005570     CLOSE EXPIMPI
005580     CLOSE EXPTXRPT.
005590 9999-EXIT.
005600     EXIT.
