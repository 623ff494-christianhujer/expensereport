000010*****************************************************************
000020*  PROGRAM-ID   : EXPTAU01
000030*  AUTHOR       : C. A. HUJER
000040*  INSTALLATION : TRAVEL & EXPENSE ACCOUNTING
000050*  DATE-WRITTEN : 2026-10-15
000060*
000070*  REMARKS.
000080*      MONTHLY UNCLAIMED TRIP REPORT FOR THE PRE-TRIP TRAVEL
000090*      AUTHORIZATION MASTER EXPTAUTH.  READS EVERY AUTHORIZATION
000100*      IN EMPLOYEE ORDER AND LISTS EACH APPROVED TRIP THAT NO
000110*      EXPENSE REPORT HAS CLAIMED AND WHOSE END DATE IS MORE
000120*      THAN THE CLAIM WINDOW BEFORE THE BUSINESS DATE - THE TRIP
000130*      WAS CANCELLED OR NEVER CLAIMED, AND THE BUDGET RESERVED
000140*      FOR IT CAN BE RELEASED.  EACH ONE LISTED IS MARKED
000150*      RELEASED ON THE MASTER SO IT IS LISTED ONCE, AND THE
000160*      ESTIMATED COST RELEASED IS TOTALED BY DEPARTMENT.  A
000170*      CLAIM THAT ARRIVES AFTER RELEASE STILL MATCHES IN THE
000180*      REPORT PROGRAM EXPRPT01.
000190*
000200*  MODIFICATION HISTORY
000210*  DATE       INIT DESCRIPTION
000220*  ---------- ---- ------------------------------------------
000230*  2026-10-15 CAH  ORIGINAL VERSION.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    EXPTAU01.
000270 AUTHOR.        C. A. HUJER.
000280 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000290 DATE-WRITTEN.  2026-10-15.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT EXPTAUTH ASSIGN TO EXPTAUTH
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS EXPTAUTH-KEY.
000390     SELECT EXPMAST ASSIGN TO EXPMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS EXPMAST-EMP-ID.
000430     SELECT EXPTARPT ASSIGN TO EXPTARPT
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT EXPRNCTL ASSIGN TO EXPRNCTL
000460         ORGANIZATION IS SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  EXPTAUTH
000510     RECORDING MODE IS F.
000520     COPY EXPTAUTH.
000530
000540 FD  EXPMAST
000550     RECORDING MODE IS F.
000560     COPY EXPMAST.
000570
000580 FD  EXPTARPT
000590     RECORDING MODE IS F.
000600     COPY EXPTARPT.
000610
000620 FD  EXPRNCTL
000630     RECORDING MODE IS F.
000640     COPY EXPRNCTL.
000650
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680*    SWITCHES
000690*----------------------------------------------------------------
000700 01  WS-EXPTAUTH-EOF-SW          PIC X(01)   VALUE 'N'.
000710         88  WS-EXPTAUTH-EOF                      VALUE 'Y'.
000720         88  WS-EXPTAUTH-NOT-EOF                  VALUE 'N'.
000730
000740*----------------------------------------------------------------
000750*    COUNTERS AND TOTALS FOR THE RUN SUMMARY
000760*----------------------------------------------------------------
000770 77  WS-AUTH-READ                PIC 9(05)   COMP VALUE 0.
000780 77  WS-CLAIMED-COUNT            PIC 9(05)   COMP VALUE 0.
000790 77  WS-OPEN-COUNT               PIC 9(05)   COMP VALUE 0.
000800 77  WS-RELEASED-COUNT           PIC 9(05)   COMP VALUE 0.
000810 01  WS-RELEASED-TOTAL           PIC 9(10)V99      VALUE 0.
000820 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
000830
000840*----------------------------------------------------------------
000850*    CLAIM WINDOW - AN APPROVED TRIP STILL UNCLAIMED MORE THAN
000860*    WS-CLAIM-WINDOW-DAYS DAYS AFTER IT ENDED IS TAKEN AS NOT
000870*    COMING, AND ITS RESERVED BUDGET IS RELEASED.
000880*----------------------------------------------------------------
000890 77  WS-CLAIM-WINDOW-DAYS        PIC 9(03)   COMP VALUE 60.
000900
000910*----------------------------------------------------------------
000920*    DAY ARITHMETIC - THE SAME APPROXIMATE DAY SERIAL
000930*    (YEAR*365 + MONTH*31 + DAY) THE APPROVAL AND ADVANCE
000940*    PROGRAMS USE.  A TRIP WITHOUT A USABLE END DATE IS NEVER
000950*    RELEASED RATHER THAN BEING GUESSED AT.
000960*----------------------------------------------------------------
000970 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
000980 01  WS-RUN-SERIAL               PIC 9(07)   COMP VALUE 0.
000990 01  WS-END-SERIAL               PIC 9(07)   COMP VALUE 0.
001000 01  WS-DAYS-SINCE-END           PIC S9(07)  COMP VALUE 0.
001010 01  WS-WORK-DATE.
001020         05  WS-WORK-DATE-X              PIC X(08).
001030         05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X.
001040             10  WS-WORK-YYYY        PIC 9(04).
001050             10  WS-WORK-MM          PIC 9(02).
001060             10  WS-WORK-DD          PIC 9(02).
001070
001080*----------------------------------------------------------------
001090*    AUTHORIZATION WORK AREAS - THE ESTIMATED COST OF THE TRIP
001100*    IN THE EXPTAUTH BUFFER ACROSS ALL EXPENSE TYPES, AND THE
001110*    EMPLOYEE'S NAME AND DEPARTMENT FROM THE MASTER.
001120*----------------------------------------------------------------
001130 01  WS-EST-TOTAL                PIC 9(08)V99      VALUE 0.
001140 01  WS-EMP-NAME                 PIC X(20)   VALUE SPACES.
001150 01  WS-EMP-DEPARTMENT           PIC X(10)   VALUE SPACES.
001160
001170*----------------------------------------------------------------
001180*    RELEASED BUDGET BY DEPARTMENT - ONE ROW PER DEPARTMENT
001190*    WITH A TRIP RELEASED THIS RUN, PRINTED AFTER THE DETAIL.
001200*----------------------------------------------------------------
001210 77  WS-DEPT-COUNT               PIC 9(03)   COMP VALUE 0.
001220 77  WS-MAX-DEPTS                PIC 9(03)   COMP VALUE 200.
001230 01  WS-DEPT-TABLE.
001240         05  WS-DEPT-ENTRY OCCURS 0 TO 200 TIMES
001250                           DEPENDING ON WS-DEPT-COUNT
001260                           INDEXED BY DI.
001270             10  WS-DEPT-NAME        PIC X(10).
001280             10  WS-DEPT-TRIPS       PIC 9(05)   COMP.
001290             10  WS-DEPT-RELEASED    PIC 9(10)V99.
001300
001310*----------------------------------------------------------------
001320*    REPORT WORK AREAS
001330*----------------------------------------------------------------
001340 01  WS-AMOUNT-FMT               PIC $$$,$$$,$$9.99.
001350 01  WS-GRAND-EDIT               PIC $$,$$$,$$$,$$9.99.
001360 01  WS-COUNT-FMT                PIC Z(04)9.
001370 01  WS-DAYS-FMT                 PIC Z(04)9.
001380
001390 PROCEDURE DIVISION.
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE
001420         THRU 1000-EXIT
001430     PERFORM 2000-REVIEW-AUTHORIZATION
001440         THRU 2000-EXIT
001450         UNTIL WS-EXPTAUTH-EOF
001460     PERFORM 3000-PRINT-DEPT-RELEASES
001470         THRU 3000-EXIT
001480     PERFORM 3900-PRINT-RUN-SUMMARY
001490         THRU 3900-EXIT
001500     PERFORM 9999-TERMINATE
001510         THRU 9999-EXIT
001520     STOP RUN.
001530
001540*****************************************************************
001550*  1000-INITIALIZE
001560*      OPEN THE FILES, PICK UP THE BUSINESS DATE THE CLAIM
001570*      WINDOW IS MEASURED FROM, AND PRIME THE FIRST READ OF THE
001580*      AUTHORIZATION MASTER.
001590*****************************************************************
001600 1000-INITIALIZE.
001610     OPEN I-O EXPTAUTH
001620     OPEN INPUT EXPMAST
001630     OPEN OUTPUT EXPTARPT
001640*    THE BUSINESS DATE COMES FROM THE RUN CONTROL RECORD, NOT
001650*    THE SYSTEM CLOCK, SO THE CLAIM WINDOW IS MEASURED FROM THE
001660*    BUSINESS DAY THE DAILY BATCH HAS REACHED.
001670     OPEN INPUT EXPRNCTL
001680     READ EXPRNCTL
001690         AT END
001700             MOVE 'RUN CONTROL RECORD MISSING - RUN EXPRCT01'
001710                 TO WS-ABEND-MSG
001720             GO TO 9000-ABEND
001730     END-READ
001740     MOVE EXPRNCTL-BUS-DATE TO WS-RUN-DATE
001750     CLOSE EXPRNCTL
001760     MOVE WS-RUN-DATE TO WS-WORK-DATE-X
001770     IF WS-WORK-DATE-X IS NOT NUMERIC
001780         MOVE 'RUN CONTROL BUSINESS DATE IS NOT NUMERIC'
001790             TO WS-ABEND-MSG
001800         GO TO 9000-ABEND
001810     END-IF
001820     COMPUTE WS-RUN-SERIAL =
001830         WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
001840     MOVE SPACES TO EXPTARPT-LINE
001850     STRING 'Unclaimed Travel Authorizations - ' DELIMITED BY SIZE
001860            WS-RUN-DATE DELIMITED BY SIZE
001870            INTO EXPTARPT-LINE
001880     WRITE EXPTARPT-RECORD
001890     MOVE SPACES TO EXPTARPT-LINE
001900     WRITE EXPTARPT-RECORD
001910     MOVE 'Released For Budget: ' TO EXPTARPT-LINE
001920     WRITE EXPTARPT-RECORD
001930     PERFORM 2090-READ-AUTHORIZATION
001940         THRU 2090-EXIT.
001950 1000-EXIT.
001960     EXIT.
001970
001980*****************************************************************
001990*  2000-REVIEW-AUTHORIZATION
002000*      CLASSIFY THE AUTHORIZATION ALREADY IN THE EXPTAUTH
002010*      BUFFER - CLAIMED, STILL INSIDE ITS CLAIM WINDOW, OR
002020*      UNCLAIMED PAST IT AND TO BE RELEASED - AND READ THE NEXT
002030*      ONE.  PENDING, CANCELLED, AND ALREADY RELEASED REQUESTS
002040*      HOLD NO BUDGET AND ARE PASSED OVER.
002050*****************************************************************
002060 2000-REVIEW-AUTHORIZATION.
002070     IF EXPTAUTH-CLAIMED
002080         ADD 1 TO WS-CLAIMED-COUNT
002090         GO TO 2000-NEXT
002100     END-IF
002110     IF NOT EXPTAUTH-APPROVED
002120         GO TO 2000-NEXT
002130     END-IF
002140     MOVE EXPTAUTH-TRIP-END TO WS-WORK-DATE-X
002150     IF WS-WORK-DATE-X IS NOT NUMERIC
002160         ADD 1 TO WS-OPEN-COUNT
002170         GO TO 2000-NEXT
002180     END-IF
002190     COMPUTE WS-END-SERIAL =
002200         WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
002210     COMPUTE WS-DAYS-SINCE-END = WS-RUN-SERIAL - WS-END-SERIAL
002220     IF WS-DAYS-SINCE-END NOT > WS-CLAIM-WINDOW-DAYS
002230         ADD 1 TO WS-OPEN-COUNT
002240         GO TO 2000-NEXT
002250     END-IF
002260     PERFORM 2100-RELEASE-AUTHORIZATION
002270         THRU 2100-EXIT.
002280 2000-NEXT.
002290     PERFORM 2090-READ-AUTHORIZATION
002300         THRU 2090-EXIT.
002310 2000-EXIT.
002320     EXIT.
002330
002340*****************************************************************
002350*  2090-READ-AUTHORIZATION
002360*      READ THE NEXT AUTHORIZATION FROM THE MASTER IN KEY ORDER.
002370*****************************************************************
002380 2090-READ-AUTHORIZATION.
002390     READ EXPTAUTH NEXT RECORD
002400         AT END
002410             SET WS-EXPTAUTH-EOF TO TRUE
002420             GO TO 2090-EXIT
002430     END-READ
002440     ADD 1 TO WS-AUTH-READ.
002450 2090-EXIT.
002460     EXIT.
002470
002480*****************************************************************
002490*  2100-RELEASE-AUTHORIZATION
002500*      THE APPROVED TRIP IN THE EXPTAUTH BUFFER WAS NEVER
002510*      CLAIMED - PRINT IT WITH ITS ESTIMATED COST, ADD THE
002520*      ESTIMATE TO ITS DEPARTMENT'S RELEASED BUDGET, AND MARK IT
002530*      RELEASED ON THE MASTER SO NEXT MONTH'S RUN PASSES IT OVER.
002540*****************************************************************
002550 2100-RELEASE-AUTHORIZATION.
002560     COMPUTE WS-EST-TOTAL =
002570         EXPTAUTH-EST-AMOUNT(1) + EXPTAUTH-EST-AMOUNT(2)
002580         + EXPTAUTH-EST-AMOUNT(3) + EXPTAUTH-EST-AMOUNT(4)
002590         + EXPTAUTH-EST-AMOUNT(5) + EXPTAUTH-EST-AMOUNT(6)
002600     MOVE EXPTAUTH-EMP-ID TO EXPMAST-EMP-ID
002610     READ EXPMAST
002620         INVALID KEY
002630             MOVE 'NOT ON MASTER' TO WS-EMP-NAME
002640             MOVE 'UNKNOWN'       TO WS-EMP-DEPARTMENT
002650         NOT INVALID KEY
002660             MOVE EXPMAST-EMP-NAME   TO WS-EMP-NAME
002670             MOVE EXPMAST-DEPARTMENT TO WS-EMP-DEPARTMENT
002680     END-READ
002690     MOVE SPACES TO EXPTARPT-LINE
002700     STRING '  Auth ' DELIMITED BY SIZE
002710            EXPTAUTH-AUTH-NO DELIMITED BY SIZE
002720            ' ' DELIMITED BY SIZE
002730            EXPTAUTH-EMP-ID DELIMITED BY SIZE
002740            ' ' DELIMITED BY SIZE
002750            WS-EMP-NAME DELIMITED BY SIZE
002760            ' ' DELIMITED BY SIZE
002770            WS-EMP-DEPARTMENT DELIMITED BY SIZE
002780            ' ' DELIMITED BY SIZE
002790            EXPTAUTH-APPROVER-ID DELIMITED BY SIZE
002800            INTO EXPTARPT-LINE
002810     WRITE EXPTARPT-RECORD
002820     MOVE WS-EST-TOTAL TO WS-AMOUNT-FMT
002830     MOVE WS-DAYS-SINCE-END TO WS-DAYS-FMT
002840     MOVE SPACES TO EXPTARPT-LINE
002850     STRING '    ' DELIMITED BY SIZE
002860            EXPTAUTH-DESTINATION DELIMITED BY SIZE
002870            ' ' DELIMITED BY SIZE
002880            EXPTAUTH-TRIP-START DELIMITED BY SIZE
002890            ' - ' DELIMITED BY SIZE
002900            EXPTAUTH-TRIP-END DELIMITED BY SIZE
002910            WS-AMOUNT-FMT DELIMITED BY SIZE
002920            WS-DAYS-FMT DELIMITED BY SIZE
002930            ' DAYS' DELIMITED BY SIZE
002940            INTO EXPTARPT-LINE
002950     WRITE EXPTARPT-RECORD
002960     PERFORM 2150-ADD-DEPT-RELEASE
002970         THRU 2150-EXIT
002980     ADD 1 TO WS-RELEASED-COUNT
002990     ADD WS-EST-TOTAL TO WS-RELEASED-TOTAL
003000     SET EXPTAUTH-RELEASED   TO TRUE
003010     MOVE WS-RUN-DATE        TO EXPTAUTH-RELEASE-DATE
003020     REWRITE EXPTAUTH-RECORD
003030         INVALID KEY
003040             MOVE 'TRAVEL AUTHORIZATION REWRITE FAILED'
003050                 TO WS-ABEND-MSG
003060             GO TO 9000-ABEND
003070     END-REWRITE.
003080 2100-EXIT.
003090     EXIT.
003100
003110*****************************************************************
003120*  2150-ADD-DEPT-RELEASE
003130*      ADD THE RELEASED TRIP'S ESTIMATE TO ITS DEPARTMENT'S ROW
003140*      OF THE RELEASE TABLE, APPENDING A NEW ROW THE FIRST TIME
003150*      A DEPARTMENT IS SEEN.
003160*****************************************************************
003170 2150-ADD-DEPT-RELEASE.
003180     SET DI TO 1
003190     SEARCH WS-DEPT-ENTRY
003200         AT END
003210             IF WS-DEPT-COUNT = WS-MAX-DEPTS
003220                 MOVE 'DEPARTMENT RELEASE TABLE FULL'
003230                     TO WS-ABEND-MSG
003240                 GO TO 9000-ABEND
003250             END-IF
003260             ADD 1 TO WS-DEPT-COUNT
003270             SET DI TO WS-DEPT-COUNT
003280             MOVE WS-EMP-DEPARTMENT TO WS-DEPT-NAME(DI)
003290             MOVE 1                 TO WS-DEPT-TRIPS(DI)
003300             MOVE WS-EST-TOTAL      TO WS-DEPT-RELEASED(DI)
003310         WHEN WS-DEPT-NAME(DI) = WS-EMP-DEPARTMENT
003320             ADD 1            TO WS-DEPT-TRIPS(DI)
003330             ADD WS-EST-TOTAL TO WS-DEPT-RELEASED(DI)
003340     END-SEARCH.
003350 2150-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390*  3000-PRINT-DEPT-RELEASES
003400*      PRINT THE BUDGET RELEASED THIS RUN BY DEPARTMENT.
003410*****************************************************************
003420 3000-PRINT-DEPT-RELEASES.
003430     MOVE SPACES TO EXPTARPT-LINE
003440     WRITE EXPTARPT-RECORD
003450     MOVE 'Released By Department: ' TO EXPTARPT-LINE
003460     WRITE EXPTARPT-RECORD
003470     PERFORM 3100-PRINT-ONE-DEPT
003480         THRU 3100-EXIT
003490         VARYING DI FROM 1 BY 1
003500         UNTIL DI > WS-DEPT-COUNT.
003510 3000-EXIT.
003520     EXIT.
003530
003540*****************************************************************
003550*  3100-PRINT-ONE-DEPT
003560*      PRINT ONE DEPARTMENT'S RELEASED TRIP COUNT AND BUDGET.
003570*****************************************************************
003580 3100-PRINT-ONE-DEPT.
003590     MOVE WS-DEPT-TRIPS(DI) TO WS-COUNT-FMT
003600     MOVE WS-DEPT-RELEASED(DI) TO WS-GRAND-EDIT
003610     MOVE SPACES TO EXPTARPT-LINE
003620     STRING '  ' DELIMITED BY SIZE
003630            WS-DEPT-NAME(DI) DELIMITED BY SIZE
003640            ' Trips: ' DELIMITED BY SIZE
003650            WS-COUNT-FMT DELIMITED BY SIZE
003660            ' ' DELIMITED BY SIZE
003670            WS-GRAND-EDIT DELIMITED BY SIZE
003680            INTO EXPTARPT-LINE
003690     WRITE EXPTARPT-RECORD.
003700 3100-EXIT.
003710     EXIT.
003720
003730*****************************************************************
003740*  3900-PRINT-RUN-SUMMARY
003750*      WRITE THE AUTHORIZATION COUNTS AND THE TOTAL BUDGET
003760*      RELEASED AFTER THE LAST DEPARTMENT.
003770*****************************************************************
003780 3900-PRINT-RUN-SUMMARY.
003790     MOVE SPACES TO EXPTARPT-LINE
003800     WRITE EXPTARPT-RECORD
003810     MOVE 'Run Summary: ' TO EXPTARPT-LINE
003820     WRITE EXPTARPT-RECORD
003830     MOVE WS-AUTH-READ TO WS-COUNT-FMT
003840     MOVE SPACES TO EXPTARPT-LINE
003850     STRING 'Authorizations Read: ' DELIMITED BY SIZE
003860            WS-COUNT-FMT DELIMITED BY SIZE
003870            INTO EXPTARPT-LINE
003880     WRITE EXPTARPT-RECORD
003890     MOVE WS-CLAIMED-COUNT TO WS-COUNT-FMT
003900     MOVE SPACES TO EXPTARPT-LINE
003910     STRING 'Claimed: ' DELIMITED BY SIZE
003920            WS-COUNT-FMT DELIMITED BY SIZE
003930            INTO EXPTARPT-LINE
003940     WRITE EXPTARPT-RECORD
003950     MOVE WS-OPEN-COUNT TO WS-COUNT-FMT
003960     MOVE SPACES TO EXPTARPT-LINE
003970     STRING 'Within Claim Window: ' DELIMITED BY SIZE
003980            WS-COUNT-FMT DELIMITED BY SIZE
003990            INTO EXPTARPT-LINE
004000     WRITE EXPTARPT-RECORD
004010     MOVE WS-RELEASED-COUNT TO WS-COUNT-FMT
004020     MOVE WS-RELEASED-TOTAL TO WS-GRAND-EDIT
004030     MOVE SPACES TO EXPTARPT-LINE
004040     STRING 'Released Unclaimed: ' DELIMITED BY SIZE
004050            WS-COUNT-FMT DELIMITED BY SIZE
004060            ' ' DELIMITED BY SIZE
004070            WS-GRAND-EDIT DELIMITED BY SIZE
004080            INTO EXPTARPT-LINE
004090     WRITE EXPTARPT-RECORD.
004100 3900-EXIT.
004110     EXIT.
004120
004130*****************************************************************
004140*  9000-ABEND
004150*      A FATAL CONDITION - THE RUN CONTROL RECORD IS MISSING OR
004160*      A MASTER UPDATE FAILED.  DISPLAY THE DIAGNOSTIC AND END
004170*      THE RUN WITH A NONZERO RETURN CODE SO THE JOB STEP SHOWS
004180*      FAILED.
004190*****************************************************************
004200 9000-ABEND.
004210     DISPLAY WS-ABEND-MSG
004220     MOVE 16 TO RETURN-CODE
004230     STOP RUN.
004240
004250*****************************************************************
004260*  9999-TERMINATE
004270*****************************************************************
004280 9999-TERMINATE.
004290     CLOSE EXPTAUTH
004300     CLOSE EXPMAST
004310     CLOSE EXPTARPT.
004320 9999-EXIT.
004330     EXIT.
