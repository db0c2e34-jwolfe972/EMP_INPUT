000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPLVE.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* PAID-TIME-OFF ACCRUAL AND THE LEAVE ACCRUAL AND USAGE REPORT,
000180* OFF THE EMPLOYEE MASTER (RPT.DOC) AND THE LEAVE BALANCE FILE
000190* (LEAVE.DOC, LVEREC LAYOUT). EMPTIM TAKES THE VACATION AND SICK
000200* HOURS USED OFF THE SAME FILE AS TIMECARDS POST.
000210*
000220* THE ACCRUAL RUN CREDITS EVERY ACTIVE EMPLOYEE ONCE PER CALENDAR
000230* MONTH, BY SERVICE BAND AS OF THE RUN DATE (WHOLE YEARS SINCE
000240* HIRE, WORKED OUT THE SAME WAY AS EMPANV):
000250*     BAND           VACATION HRS/MONTH    SICK HRS/MONTH
000260*     UNDER 1 YEAR          4.00                4.00
000270*     1-4 YEARS             6.67                8.00
000280*     5-9 YEARS            10.00                8.00
000290*     10 AND OVER          13.34                8.00
000300* A RECORD ALREADY CREDITED FOR THE RUN MONTH IS LEFT ALONE, SO
000310* RERUNNING THE STEP CANNOT ACCRUE TWICE. THE FIRST ACCRUAL OF A
000320* NEW YEAR CLOSES THE OLD ONE FIRST: CARRY-OVER IS CAPPED AT 80
000330* HOURS OF VACATION AND 240 OF SICK, THE EXCESS IS FORFEITED, AND
000340* THE YEAR'S ACCRUED AND USED FIGURES START AGAIN FROM ZERO.
000350* AN ACTIVE EMPLOYEE WITH NO RECORD GETS ONE. A TERMINATED
000360* EMPLOYEE WHOSE RECORD IS STILL OPEN IS FROZEN WITH THE VACATION
000370* PAYOUT OWED, AS EMP-SCR AND EMPTRN DO AT THE TIME. A REHIRED
000380* EMPLOYEE'S FROZEN RECORD IS REOPENED WITH NOTHING BROUGHT
000390* FORWARD. AN ACTIVE EMPLOYEE WHOSE HIRE DATE FAILS THE SHARED
000400* DATE EDIT OR FALLS AFTER THE RUN DATE IS SKIPPED AND COUNTED.
000410*
000420* THE REPORT (LEAVE.RPT) PRINTS IN THE SAME 132-COLUMN PAGINATED
000430* STYLE AS PAYREG.RPT: ONE LINE PER EMPLOYEE ON THE LEAVE FILE
000440* WITH THE VACATION AND SICK BALANCES, THE YEAR'S ACCRUED AND
000450* USED HOURS AND, FOR A FROZEN RECORD, THE PAYOUT OWED - SORTED
000460* INTO DEPARTMENT AND LAST-NAME ORDER WITH A SUBTOTAL PER
000470* DEPARTMENT AND THE COMPANY TOTAL ON ITS OWN PAGE.
000480*
000490* THE RUN IS DRIVEN BY THE FIRST RECORD OF LEAVE.PRM:
000500*   COL 01-20  FUNCTION=ACCRUE  ACCRUE FOR THE MONTH, THEN REPORT
000510*              FUNCTION=REPORT  REPORT ONLY - NOTHING IS UPDATED
000520*   COL 21-28  RUN DATE YYYYMMDD (BLANK MEANS TODAY)
000530* NO PARAMETER FILE MEANS FUNCTION=ACCRUE AS OF TODAY.
000540* RETURN CODE 16 MEANS A REQUIRED FILE WOULD NOT OPEN, THE
000550* PARAMETER CARD WAS BAD OR LEAVE.DOC COULD NOT BE WRITTEN.
000560*****************************************************************
000570*-----------------------------------------------------------------
000580* MODIFICATION HISTORY
000590*-----------------------------------------------------------------
000600* 10/15/2026 JW  ORIGINAL PROGRAM.
000610*-----------------------------------------------------------------
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660
000670     SELECT PARM-FILE ASSIGN TO 'LEAVE.PRM'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FILE-STATUS-1.
000700
000710     SELECT OUTFILE ASSIGN TO 'RPT.DOC'
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS EFR-ID
000750         ALTERNATE RECORD KEY IS EFR-L-NAME WITH DUPLICATES
000760         FILE STATUS IS FILE-STATUS-2.
000770
000780     SELECT LEAVE-FILE ASSIGN TO 'LEAVE.DOC'
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS LVE-ID
000820         FILE STATUS IS FILE-STATUS-3.
000830
000840     SELECT DEPT-FILE ASSIGN TO 'DEPT.DOC'
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS DPT-CODE
000880         FILE STATUS IS FILE-STATUS-4.
000890
000900     SELECT REPORT-FILE ASSIGN TO 'LEAVE.RPT'
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FILE-STATUS-5.
000930
000940     SELECT SORT-FILE ASSIGN TO 'SORTWK'.
000950
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990
001000 FD  PARM-FILE RECORDING MODE F.
001010 01  PARM-REC.
001020     05  PRM-FUNCTION                    PIC X(20).
001030     05  PRM-RUN-DATE                    PIC X(08).
001040     05  FILLER                          PIC X(52).
001050
001060 FD  OUTFILE.
001070     COPY EMPREC.
001080
001090 FD  LEAVE-FILE.
001100     COPY LVEREC.
001110
001120 FD  DEPT-FILE.
001130     COPY DEPTREC.
001140
001150 FD  REPORT-FILE RECORDING MODE F.
001160 01  PRINT-LINE                          PIC X(132).
001170
001180 SD  SORT-FILE.
001190 01  SORT-REC.
001200     05  SRT-DEPT                        PIC X(10).
001210     05  SRT-L-NAME                      PIC X(15).
001220     05  SRT-F-NAME                      PIC X(15).
001230     05  SRT-ID                          PIC X(05).
001240     05  SRT-STATUS                      PIC X(06).
001250     05  SRT-VAC-BALANCE                 PIC 9(04)V99.
001260     05  SRT-VAC-ACCRUED                 PIC 9(04)V99.
001270     05  SRT-VAC-USED                    PIC 9(04)V99.
001280     05  SRT-SICK-BALANCE                PIC 9(04)V99.
001290     05  SRT-SICK-ACCRUED                PIC 9(04)V99.
001300     05  SRT-SICK-USED                   PIC 9(04)V99.
001310     05  SRT-PAYOUT                      PIC 9(07)V99.
001320
001330
001340 WORKING-STORAGE SECTION.
001350 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
001360 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
001370 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
001380 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
001390 77  FILE-STATUS-5                        PIC X(02) VALUE SPACES.
001400
001410 77  WS-FUNCTION-SW                       PIC X(01) VALUE 'A'.
001420     88  ACCRUE-FUNCTION                          VALUE 'A'.
001430     88  REPORT-FUNCTION                          VALUE 'R'.
001440
001450 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
001460     88  END-OF-FILE                              VALUE 'Y'.
001470
001480 77  WS-SORT-EOF-SW                       PIC X(01) VALUE 'N'.
001490     88  SORT-END-OF-FILE                         VALUE 'Y'.
001500
001510 77  WS-FIRST-DEPT-SW                     PIC X(01) VALUE 'Y'.
001520     88  FIRST-DEPARTMENT                         VALUE 'Y'.
001530
001540 77  WS-LEAVE-FILE-SW                     PIC X(01) VALUE 'Y'.
001550     88  LEAVE-FILE-PRESENT                       VALUE 'Y'.
001560
001570 77  WS-LVE-FOUND-SW                      PIC X(01) VALUE 'N'.
001580     88  LEAVE-ON-FILE                            VALUE 'Y'.
001590
001600 77  WS-PREV-DEPT                         PIC X(10) VALUE SPACES.
001610
001620 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
001630 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
001640 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
001650
001660 77  WS-READ-COUNT                        PIC 9(06) COMP VALUE 0.
001670 77  WS-LISTED-COUNT                      PIC 9(06) COMP VALUE 0.
001680 77  WS-ACCRUED-COUNT                     PIC 9(06) COMP VALUE 0.
001690 77  WS-NEW-COUNT                         PIC 9(06) COMP VALUE 0.
001700 77  WS-REOPEN-COUNT                      PIC 9(06) COMP VALUE 0.
001710 77  WS-FROZEN-COUNT                      PIC 9(06) COMP VALUE 0.
001720 77  WS-ALREADY-COUNT                     PIC 9(06) COMP VALUE 0.
001730 77  WS-ROLLOVER-COUNT                    PIC 9(06) COMP VALUE 0.
001740 77  WS-BAD-DATE-COUNT                    PIC 9(06) COMP VALUE 0.
001750 77  WS-DEPT-COUNT                        PIC 9(06) COMP VALUE 0.
001760 77  WS-GRAND-COUNT                       PIC 9(06) COMP VALUE 0.
001770
001780 77  WS-YEARS                             PIC S9(03) COMP VALUE 0.
001790 77  WS-BX                                PIC 9(01) COMP VALUE 0.
001800
001810*-----------------------------------------------------------------
001820* YEAR-END CARRY-OVER CAPS, IN HOURS.
001830*-----------------------------------------------------------------
001840 77  WS-VAC-CAP                           PIC 9(04)V99
001850                                              VALUE 80.00.
001860 77  WS-SICK-CAP                          PIC 9(04)V99
001870                                              VALUE 240.00.
001880
001890*-----------------------------------------------------------------
001900* MONTHLY ACCRUAL RATES BY SERVICE BAND - UNDER 1 YEAR, 1-4,
001910* 5-9, 10 AND OVER. EACH ENTRY IS VACATION THEN SICK, NNVNN.
001920*-----------------------------------------------------------------
001930 01  WS-RATE-VALUES.
001940     05  FILLER                          PIC X(08)
001950                                         VALUE '04000400'.
001960     05  FILLER                          PIC X(08)
001970                                         VALUE '06670800'.
001980     05  FILLER                          PIC X(08)
001990                                         VALUE '10000800'.
002000     05  FILLER                          PIC X(08)
002010                                         VALUE '13340800'.
002020 01  WS-RATE-TABLE REDEFINES WS-RATE-VALUES.
002030     05  WS-RATE-BAND OCCURS 4 TIMES.
002040         10  WS-VAC-RATE                 PIC 9(02)V99.
002050         10  WS-SICK-RATE                PIC 9(02)V99.
002060
002070 01  WS-RUN-DATE.
002080     05  WS-RUN-YYYY                     PIC 9(04).
002090     05  WS-RUN-MMDD                     PIC X(04).
002100
002110 01  WS-HIRE-SPLIT.
002120     05  WS-HIRE-YYYY                    PIC 9(04).
002130     05  WS-HIRE-MMDD                    PIC X(04).
002140
002150 01  WS-DEPT-TOTALS.
002160     05  WS-DEPT-VAC-BAL                 PIC 9(07)V99.
002170     05  WS-DEPT-VAC-ACC                 PIC 9(07)V99.
002180     05  WS-DEPT-VAC-USED                PIC 9(07)V99.
002190     05  WS-DEPT-SICK-BAL                PIC 9(07)V99.
002200     05  WS-DEPT-SICK-ACC                PIC 9(07)V99.
002210     05  WS-DEPT-SICK-USED               PIC 9(07)V99.
002220     05  WS-DEPT-PAYOUT                  PIC 9(09)V99.
002230
002240 01  WS-GRAND-TOTALS.
002250     05  WS-GRAND-VAC-BAL                PIC 9(07)V99 VALUE 0.
002260     05  WS-GRAND-VAC-ACC                PIC 9(07)V99 VALUE 0.
002270     05  WS-GRAND-VAC-USED               PIC 9(07)V99 VALUE 0.
002280     05  WS-GRAND-SICK-BAL               PIC 9(07)V99 VALUE 0.
002290     05  WS-GRAND-SICK-ACC               PIC 9(07)V99 VALUE 0.
002300     05  WS-GRAND-SICK-USED              PIC 9(07)V99 VALUE 0.
002310     05  WS-GRAND-PAYOUT                 PIC 9(09)V99 VALUE 0.
002320
002330     COPY DATEDW.
002340
002350 01  HEADING-REC-1.
002360     05  FILLER                           PIC X(35) VALUE SPACES.
002370     05  FILLER                           PIC X(26)
002380             VALUE 'LEAVE ACCRUAL AND USAGE   '.
002390     05  FILLER                           PIC X(10) VALUE SPACES.
002400     05  FILLER                           PIC X(05) VALUE 'PAGE '.
002410     05  HL1-PAGE-NO                      PIC ZZZ9.
002420     05  FILLER                           PIC X(52) VALUE SPACES.
002430
002440 01  HEADING-REC-2.
002450     05  FILLER                           PIC X(05) VALUE SPACES.
002460     05  FILLER                           PIC X(07)
002470             VALUE 'AS OF: '.
002480     05  HL2-RUN-DATE                     PIC X(08).
002490     05  FILLER                           PIC X(15)
002500             VALUE '   DEPARTMENT: '.
002510     05  HL2-DEPT-CODE                    PIC X(10).
002520     05  FILLER                           PIC X(02) VALUE SPACES.
002530     05  HL2-DEPT-NAME                    PIC X(30).
002540     05  FILLER                           PIC X(55) VALUE SPACES.
002550
002560 01  HEADING-REC-3.
002570     05  FILLER                           PIC X(54) VALUE SPACES.
002580     05  FILLER                           PIC X(30)
002590             VALUE '---------- VACATION ----------'.
002600     05  FILLER                           PIC X(04) VALUE SPACES.
002610     05  FILLER                           PIC X(30)
002620             VALUE '------------ SICK ------------'.
002630     05  FILLER                           PIC X(03) VALUE SPACES.
002640     05  FILLER                           PIC X(10)
002650             VALUE '  VACATION'.
002660     05  FILLER                           PIC X(01) VALUE SPACES.
002670
002680 01  HEADING-REC-4.
002690     05  FILLER                           PIC X(05) VALUE SPACES.
002700     05  FILLER                           PIC X(07) VALUE 'ID'.
002710     05  FILLER                           PIC X(17) VALUE
002720             'LAST NAME'.
002730     05  FILLER                           PIC X(17) VALUE
002740             'FIRST NAME'.
002750     05  FILLER                           PIC X(08) VALUE
002760             'STATUS'.
002770     05  FILLER                           PIC X(11) VALUE
002780             ' BALANCE'.
002790     05  FILLER                           PIC X(11) VALUE
002800             ' ACCRUED'.
002810     05  FILLER                           PIC X(12) VALUE
002820             '    USED'.
002830     05  FILLER                           PIC X(11) VALUE
002840             ' BALANCE'.
002850     05  FILLER                           PIC X(11) VALUE
002860             ' ACCRUED'.
002870     05  FILLER                           PIC X(11) VALUE
002880             '    USED'.
002890     05  FILLER                           PIC X(11) VALUE
002900             '    PAYOUT'.
002910
002920 01  DETAIL-REC.
002930     05  FILLER                           PIC X(05) VALUE SPACES.
002940     05  DTL-ID                           PIC X(05).
002950     05  FILLER                           PIC X(02) VALUE SPACES.
002960     05  DTL-L-NAME                       PIC X(15).
002970     05  FILLER                           PIC X(02) VALUE SPACES.
002980     05  DTL-F-NAME                       PIC X(15).
002990     05  FILLER                           PIC X(02) VALUE SPACES.
003000     05  DTL-STATUS                       PIC X(06).
003010     05  FILLER                           PIC X(02) VALUE SPACES.
003020     05  DTL-VAC-BAL                      PIC Z,ZZ9.99.
003030     05  FILLER                           PIC X(03) VALUE SPACES.
003040     05  DTL-VAC-ACC                      PIC Z,ZZ9.99.
003050     05  FILLER                           PIC X(03) VALUE SPACES.
003060     05  DTL-VAC-USED                     PIC Z,ZZ9.99.
003070     05  FILLER                           PIC X(04) VALUE SPACES.
003080     05  DTL-SICK-BAL                     PIC Z,ZZ9.99.
003090     05  FILLER                           PIC X(03) VALUE SPACES.
003100     05  DTL-SICK-ACC                     PIC Z,ZZ9.99.
003110     05  FILLER                           PIC X(03) VALUE SPACES.
003120     05  DTL-SICK-USED                    PIC Z,ZZ9.99.
003130     05  FILLER                           PIC X(03) VALUE SPACES.
003140     05  DTL-PAYOUT                       PIC ZZZ,ZZ9.99.
003150     05  FILLER                           PIC X(01) VALUE SPACES.
003160
003170 01  DEPT-TOTAL-REC.
003180     05  FILLER                           PIC X(05) VALUE SPACES.
003190     05  DTO-LABEL                        PIC X(30).
003200     05  DTO-COUNT                        PIC ZZZ,ZZ9.
003210     05  FILLER                           PIC X(10) VALUE SPACES.
003220     05  DTO-VAC-BAL                      PIC ZZZ,ZZ9.99.
003230     05  FILLER                           PIC X(01) VALUE SPACES.
003240     05  DTO-VAC-ACC                      PIC ZZZ,ZZ9.99.
003250     05  FILLER                           PIC X(01) VALUE SPACES.
003260     05  DTO-VAC-USED                     PIC ZZZ,ZZ9.99.
003270     05  FILLER                           PIC X(02) VALUE SPACES.
003280     05  DTO-SICK-BAL                     PIC ZZZ,ZZ9.99.
003290     05  FILLER                           PIC X(01) VALUE SPACES.
003300     05  DTO-SICK-ACC                     PIC ZZZ,ZZ9.99.
003310     05  FILLER                           PIC X(01) VALUE SPACES.
003320     05  DTO-SICK-USED                    PIC ZZZ,ZZ9.99.
003330     05  FILLER                           PIC X(01) VALUE SPACES.
003340     05  DTO-PAYOUT                       PIC Z,ZZZ,ZZ9.99.
003350     05  FILLER                           PIC X(01) VALUE SPACES.
003360
003370 01  TOTAL-REC.
003380     05  FILLER                           PIC X(05) VALUE SPACES.
003390     05  TOT-LABEL                        PIC X(32).
003400     05  TOT-COUNT                        PIC ZZZ,ZZ9.
003410     05  FILLER                           PIC X(88) VALUE SPACES.
003420
003430
003440 PROCEDURE DIVISION.
003450*-----------------------------------------------------------------
003460* 0000-MAINLINE - ACCRUE (UNLESS THIS IS A REPORT-ONLY RUN) AS
003470* EACH MASTER RECORD IS READ, RELEASING EVERY EMPLOYEE WITH A
003480* LEAVE RECORD INTO THE SORT, AND PRINT THE REPORT OUT OF THE
003490* SORT IN DEPARTMENT AND LAST-NAME ORDER, THE SAME SHAPE AS
003500* EMPWAG.
003510*-----------------------------------------------------------------
003520 0000-MAINLINE.
003530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003540     SORT SORT-FILE
003550         ON ASCENDING KEY SRT-DEPT
003560         ON ASCENDING KEY SRT-L-NAME
003570         ON ASCENDING KEY SRT-F-NAME
003580         ON ASCENDING KEY SRT-ID
003590         INPUT PROCEDURE IS 2000-SELECT-INPUT THRU 2000-EXIT
003600         OUTPUT PROCEDURE IS 4000-REPORT-OUTPUT THRU 4000-EXIT.
003610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003620     GOBACK.
003630
003640*-----------------------------------------------------------------
003650* 1000-INITIALIZE - READ AND EDIT THE PARAMETER CARD, THEN OPEN
003660* THE FILES. AN ACCRUAL RUN BUILDS LEAVE.DOC THE FIRST TIME; A
003670* REPORT-ONLY RUN WITH NO LEAVE FILE JUST PRINTS AN EMPTY REPORT.
003680*-----------------------------------------------------------------
003690 1000-INITIALIZE.
003700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003710     MOVE SPACES TO PARM-REC
003720
003730     OPEN INPUT PARM-FILE
003740     IF FILE-STATUS-1 = '00'
003750         READ PARM-FILE
003760             AT END
003770                 MOVE SPACES TO PARM-REC
003780         END-READ
003790         CLOSE PARM-FILE
003800     END-IF
003810
003820     EVALUATE TRUE
003830         WHEN PRM-FUNCTION = SPACES
003840         WHEN PRM-FUNCTION = 'FUNCTION=ACCRUE'
003850             MOVE 'A' TO WS-FUNCTION-SW
003860         WHEN PRM-FUNCTION = 'FUNCTION=REPORT'
003870             MOVE 'R' TO WS-FUNCTION-SW
003880         WHEN OTHER
003890             DISPLAY 'EMPLVE - BAD FUNCTION CARD: ' PRM-FUNCTION
003900             MOVE 16 TO RETURN-CODE
003910             STOP RUN
003920     END-EVALUATE
003930
003940     IF PRM-RUN-DATE NOT = SPACES
003950         MOVE PRM-RUN-DATE TO DTE-DATE-X
003960         PERFORM 8500-EDIT-DATE THRU 8500-EXIT
003970         IF DTE-INVALID
003980             DISPLAY 'EMPLVE - BAD RUN DATE: ' PRM-RUN-DATE
003990             MOVE 16 TO RETURN-CODE
004000             STOP RUN
004010         END-IF
004020         MOVE PRM-RUN-DATE TO WS-RUN-DATE
004030     END-IF
004040
004050     MOVE WS-RUN-DATE TO HL2-RUN-DATE
004060     DISPLAY 'EMPLVE - RUN DATE: ' WS-RUN-DATE
004070     IF ACCRUE-FUNCTION
004080         DISPLAY 'EMPLVE - FUNCTION: ACCRUE'
004090     ELSE
004100         DISPLAY 'EMPLVE - FUNCTION: REPORT'
004110     END-IF
004120
004130     OPEN INPUT OUTFILE
004140     IF FILE-STATUS-2 NOT = '00'
004150         DISPLAY 'EMPLVE - UNABLE TO OPEN RPT.DOC - STATUS '
004160                 FILE-STATUS-2
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF
004200
004210     IF ACCRUE-FUNCTION
004220         OPEN I-O LEAVE-FILE
004230         IF FILE-STATUS-3 = '35'
004240             OPEN OUTPUT LEAVE-FILE
004250             CLOSE LEAVE-FILE
004260             OPEN I-O LEAVE-FILE
004270         END-IF
004280     ELSE
004290         OPEN INPUT LEAVE-FILE
004300         IF FILE-STATUS-3 = '35'
004310             MOVE 'N' TO WS-LEAVE-FILE-SW
004320             MOVE '00' TO FILE-STATUS-3
004330         END-IF
004340     END-IF
004350     IF FILE-STATUS-3 NOT = '00'
004360         DISPLAY 'EMPLVE - UNABLE TO OPEN LEAVE.DOC - STATUS '
004370                 FILE-STATUS-3
004380         MOVE 16 TO RETURN-CODE
004390         STOP RUN
004400     END-IF
004410
004420     OPEN INPUT DEPT-FILE
004430     IF FILE-STATUS-4 NOT = '00'
004440         DISPLAY 'EMPLVE - UNABLE TO OPEN DEPT.DOC - STATUS '
004450                 FILE-STATUS-4
004460         MOVE 16 TO RETURN-CODE
004470         STOP RUN
004480     END-IF
004490
004500     OPEN OUTPUT REPORT-FILE
004510     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
004520 1000-EXIT.
004530     EXIT.
004540
004550*-----------------------------------------------------------------
004560* 2000-SELECT-INPUT - ONE PASS OF THE MASTER IN ID ORDER.
004570*-----------------------------------------------------------------
004580 2000-SELECT-INPUT.
004590     PERFORM 2100-READ-MASTER THRU 2100-EXIT
004600     PERFORM 2200-PROCESS-EMPLOYEE THRU 2200-EXIT
004610         UNTIL END-OF-FILE.
004620 2000-EXIT.
004630     EXIT.
004640
004650 2100-READ-MASTER.
004660     READ OUTFILE NEXT RECORD
004670         AT END
004680             MOVE 'Y' TO WS-EOF-SW
004690         NOT AT END
004700             ADD 1 TO WS-READ-COUNT
004710     END-READ.
004720 2100-EXIT.
004730     EXIT.
004740
004750*-----------------------------------------------------------------
004760* 2200-PROCESS-EMPLOYEE - PICK UP THE EMPLOYEE'S LEAVE RECORD,
004770* ACCRUE ON AN ACCRUAL RUN, AND RELEASE THE RECORD AS IT NOW
004780* STANDS TO THE SORT.
004790*-----------------------------------------------------------------
004800 2200-PROCESS-EMPLOYEE.
004810     MOVE 'N' TO WS-LVE-FOUND-SW
004820     IF LEAVE-FILE-PRESENT
004830         MOVE EFR-ID TO LVE-ID
004840         READ LEAVE-FILE KEY IS LVE-ID
004850             INVALID KEY
004860                 MOVE 'N' TO WS-LVE-FOUND-SW
004870             NOT INVALID KEY
004880                 MOVE 'Y' TO WS-LVE-FOUND-SW
004890         END-READ
004900     END-IF
004910
004920     IF ACCRUE-FUNCTION
004930         PERFORM 3000-ACCRUE THRU 3000-EXIT
004940     END-IF
004950
004960     IF NOT LEAVE-ON-FILE
004970         GO TO 2200-NEXT
004980     END-IF
004990
005000     MOVE EFR-DEPT          TO SRT-DEPT
005010     MOVE EFR-L-NAME        TO SRT-L-NAME
005020     MOVE EFR-F-NAME        TO SRT-F-NAME
005030     MOVE EFR-ID            TO SRT-ID
005040     IF LVE-FROZEN
005050         MOVE 'FROZEN'      TO SRT-STATUS
005060         MOVE LVE-PAYOUT-AMOUNT TO SRT-PAYOUT
005070     ELSE
005080         MOVE 'OPEN'        TO SRT-STATUS
005090         MOVE ZERO          TO SRT-PAYOUT
005100     END-IF
005110     MOVE LVE-VAC-BALANCE   TO SRT-VAC-BALANCE
005120     MOVE LVE-VAC-ACCRUED   TO SRT-VAC-ACCRUED
005130     MOVE LVE-VAC-USED      TO SRT-VAC-USED
005140     MOVE LVE-SICK-BALANCE  TO SRT-SICK-BALANCE
005150     MOVE LVE-SICK-ACCRUED  TO SRT-SICK-ACCRUED
005160     MOVE LVE-SICK-USED     TO SRT-SICK-USED
005170     ADD 1 TO WS-LISTED-COUNT
005180     RELEASE SORT-REC.
005190
005200 2200-NEXT.
005210     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005220 2200-EXIT.
005230     EXIT.
005240
005250*-----------------------------------------------------------------
005260* 3000-ACCRUE - ONE EMPLOYEE'S MONTHLY ACCRUAL. A TERMINATED
005270* EMPLOYEE ACCRUES NOTHING; AN OPEN RECORD LEFT BEHIND BY A
005280* TERMINATION IS FROZEN HERE. AN ACTIVE EMPLOYEE GETS A RECORD
005290* OPENED (OR REOPENED ON REHIRE), THE YEAR CLOSED OFF IF THIS IS
005300* THE FIRST ACCRUAL OF A NEW ONE, AND THE MONTH'S HOURS CREDITED.
005310*-----------------------------------------------------------------
005320 3000-ACCRUE.
005330     IF EFR-TERMINATED
005340         IF LEAVE-ON-FILE AND LVE-OPEN
005350             PERFORM 3100-FREEZE THRU 3100-EXIT
005360         END-IF
005370         GO TO 3000-EXIT
005380     END-IF
005390
005400     MOVE EFR-HIRE-DATE TO DTE-DATE-X
005410     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
005420     IF DTE-INVALID OR EFR-HIRE-DATE > WS-RUN-DATE
005430         ADD 1 TO WS-BAD-DATE-COUNT
005440         GO TO 3000-EXIT
005450     END-IF
005460
005470     IF NOT LEAVE-ON-FILE
005480         PERFORM 3200-OPEN-RECORD THRU 3200-EXIT
005490         ADD 1 TO WS-NEW-COUNT
005500     ELSE
005510         IF LVE-FROZEN
005520             PERFORM 3200-OPEN-RECORD THRU 3200-EXIT
005530             ADD 1 TO WS-REOPEN-COUNT
005540         END-IF
005550     END-IF
005560
005570     IF LVE-LAST-ACCRUAL NOT = SPACES
005580        AND LVE-LAST-ACCRUAL >= WS-RUN-DATE(1:6)
005590         ADD 1 TO WS-ALREADY-COUNT
005600         GO TO 3000-EXIT
005610     END-IF
005620
005630     IF LVE-YEAR < WS-RUN-DATE(1:4)
005640         PERFORM 3300-YEAR-END THRU 3300-EXIT
005650     END-IF
005660
005670     MOVE EFR-HIRE-DATE TO WS-HIRE-SPLIT
005680     PERFORM 3400-SERVICE-BAND THRU 3400-EXIT
005690     ADD WS-VAC-RATE(WS-BX)  TO LVE-VAC-BALANCE
005700                                LVE-VAC-ACCRUED
005710     ADD WS-SICK-RATE(WS-BX) TO LVE-SICK-BALANCE
005720                                LVE-SICK-ACCRUED
005730     MOVE WS-RUN-DATE(1:6) TO LVE-LAST-ACCRUAL
005740     PERFORM 3500-WRITE-LEAVE THRU 3500-EXIT
005750     ADD 1 TO WS-ACCRUED-COUNT.
005760 3000-EXIT.
005770     EXIT.
005780
005790*-----------------------------------------------------------------
005800* 3100-FREEZE - STOP THE RECORD AS OF THE TERMINATION DATE AND
005810* WORK OUT THE UNUSED VACATION OWED AT THE MASTER RATE.
005820*-----------------------------------------------------------------
005830 3100-FREEZE.
005840     MOVE 'F' TO LVE-STATUS
005850     IF EFR-TERM-DATE = SPACES
005860         MOVE WS-RUN-DATE   TO LVE-FROZEN-DATE
005870     ELSE
005880         MOVE EFR-TERM-DATE TO LVE-FROZEN-DATE
005890     END-IF
005900     MOVE EFR-PAY-RATE TO LVE-PAYOUT-RATE
005910     COMPUTE LVE-PAYOUT-AMOUNT ROUNDED =
005920             LVE-VAC-BALANCE * LVE-PAYOUT-RATE
005930     PERFORM 3500-WRITE-LEAVE THRU 3500-EXIT
005940     ADD 1 TO WS-FROZEN-COUNT.
005950 3100-EXIT.
005960     EXIT.
005970
005980*-----------------------------------------------------------------
005990* 3200-OPEN-RECORD - A FRESH RECORD FOR A NEW EMPLOYEE, OR A
006000* FROZEN ONE CLEARED DOWN FOR A REHIRE. THE KEY AND THE FOUND
006010* SWITCH ARE LEFT AS THEY ARE SO 3500 KNOWS WRITE FROM REWRITE.
006020*-----------------------------------------------------------------
006030 3200-OPEN-RECORD.
006040     MOVE SPACES        TO LEAVE-BAL-REC
006050     MOVE ZEROS         TO LVE-VACATION
006060     MOVE ZEROS         TO LVE-SICK
006070     MOVE ZEROS         TO LVE-PAYOUT-RATE
006080     MOVE ZEROS         TO LVE-PAYOUT-AMOUNT
006090     MOVE EFR-ID        TO LVE-ID
006100     MOVE 'O'           TO LVE-STATUS
006110     MOVE WS-RUN-DATE(1:4) TO LVE-YEAR.
006120 3200-EXIT.
006130     EXIT.
006140
006150*-----------------------------------------------------------------
006160* 3300-YEAR-END - CLOSE OFF THE OLD YEAR: CAP THE CARRY-OVER,
006170* RECORD WHAT WAS FORFEITED, AND START THE NEW YEAR'S ACCRUED
006180* AND USED FIGURES FROM ZERO.
006190*-----------------------------------------------------------------
006200 3300-YEAR-END.
006210     MOVE ZEROS TO LVE-VAC-FORFEIT
006220     MOVE ZEROS TO LVE-SICK-FORFEIT
006230     IF LVE-VAC-BALANCE > WS-VAC-CAP
006240         COMPUTE LVE-VAC-FORFEIT = LVE-VAC-BALANCE - WS-VAC-CAP
006250         MOVE WS-VAC-CAP TO LVE-VAC-BALANCE
006260     END-IF
006270     IF LVE-SICK-BALANCE > WS-SICK-CAP
006280         COMPUTE LVE-SICK-FORFEIT = LVE-SICK-BALANCE - WS-SICK-CAP
006290         MOVE WS-SICK-CAP TO LVE-SICK-BALANCE
006300     END-IF
006310     MOVE ZEROS TO LVE-VAC-ACCRUED
006320     MOVE ZEROS TO LVE-VAC-USED
006330     MOVE ZEROS TO LVE-SICK-ACCRUED
006340     MOVE ZEROS TO LVE-SICK-USED
006350     MOVE WS-RUN-DATE(1:4) TO LVE-YEAR
006360     ADD 1 TO WS-ROLLOVER-COUNT.
006370 3300-EXIT.
006380     EXIT.
006390
006400*-----------------------------------------------------------------
006410* 3400-SERVICE-BAND - WHOLE YEARS OF SERVICE AS OF THE RUN DATE
006420* (ONE LESS THAN THE YEAR DIFFERENCE WHEN THE ANNIVERSARY HAS NOT
006430* COME ROUND YET THIS YEAR), AS A SUBSCRIPT INTO THE RATE TABLE.
006440*-----------------------------------------------------------------
006450 3400-SERVICE-BAND.
006460     COMPUTE WS-YEARS = WS-RUN-YYYY - WS-HIRE-YYYY
006470     IF WS-RUN-MMDD < WS-HIRE-MMDD
006480         SUBTRACT 1 FROM WS-YEARS
006490     END-IF
006500
006510     EVALUATE TRUE
006520         WHEN WS-YEARS < 1
006530             MOVE 1 TO WS-BX
006540         WHEN WS-YEARS < 5
006550             MOVE 2 TO WS-BX
006560         WHEN WS-YEARS < 10
006570             MOVE 3 TO WS-BX
006580         WHEN OTHER
006590             MOVE 4 TO WS-BX
006600     END-EVALUATE.
006610 3400-EXIT.
006620     EXIT.
006630
006640*-----------------------------------------------------------------
006650* 3500-WRITE-LEAVE - WRITE A NEW RECORD OR REWRITE THE ONE READ.
006660* A FAILURE ENDS THE RUN - THE BALANCES ARE WHAT PAYROLL PAYS ON.
006670*-----------------------------------------------------------------
006680 3500-WRITE-LEAVE.
006690     IF LEAVE-ON-FILE
006700         REWRITE LEAVE-BAL-REC
006710     ELSE
006720         WRITE LEAVE-BAL-REC
006730     END-IF
006740     IF FILE-STATUS-3 NOT = '00'
006750         DISPLAY 'EMPLVE - UNABLE TO WRITE LEAVE.DOC - STATUS '
006760                 FILE-STATUS-3 ' ID ' LVE-ID
006770         MOVE 16 TO RETURN-CODE
006780         STOP RUN
006790     END-IF
006800     MOVE 'Y' TO WS-LVE-FOUND-SW.
006810 3500-EXIT.
006820     EXIT.
006830
006840*-----------------------------------------------------------------
006850* 4000-REPORT-OUTPUT - CONTROL-BREAK REPORT OUT OF THE SORT: A
006860* NEW PAGE SET PER DEPARTMENT, A SUBTOTAL AT EACH BREAK AND THE
006870* COMPANY TOTAL ON ITS OWN PAGE AT THE END - PRINTED EVEN WHEN
006880* THERE IS NOTHING ON FILE, SO THE OPERATOR SEES THE STEP RAN.
006890*-----------------------------------------------------------------
006900 4000-REPORT-OUTPUT.
006910     PERFORM 4100-RETURN-NEXT THRU 4100-EXIT
006920     PERFORM 4200-PROCESS-SORTED THRU 4200-EXIT
006930         UNTIL SORT-END-OF-FILE
006940
006950     IF NOT FIRST-DEPARTMENT
006960         PERFORM 4500-DEPT-TOTAL THRU 4500-EXIT
006970     END-IF
006980     PERFORM 4600-GRAND-TOTAL THRU 4600-EXIT.
006990 4000-EXIT.
007000     EXIT.
007010
007020 4100-RETURN-NEXT.
007030     RETURN SORT-FILE
007040         AT END
007050             MOVE 'Y' TO WS-SORT-EOF-SW
007060     END-RETURN.
007070 4100-EXIT.
007080     EXIT.
007090
007100 4200-PROCESS-SORTED.
007110     IF FIRST-DEPARTMENT
007120         MOVE 'N' TO WS-FIRST-DEPT-SW
007130         PERFORM 4300-START-DEPT THRU 4300-EXIT
007140     ELSE
007150         IF SRT-DEPT NOT = WS-PREV-DEPT
007160             PERFORM 4500-DEPT-TOTAL THRU 4500-EXIT
007170             PERFORM 4300-START-DEPT THRU 4300-EXIT
007180         END-IF
007190     END-IF
007200
007210     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007220         PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT
007230     END-IF
007240
007250     MOVE SRT-ID            TO DTL-ID
007260     MOVE SRT-L-NAME        TO DTL-L-NAME
007270     MOVE SRT-F-NAME        TO DTL-F-NAME
007280     MOVE SRT-STATUS        TO DTL-STATUS
007290     MOVE SRT-VAC-BALANCE   TO DTL-VAC-BAL
007300     MOVE SRT-VAC-ACCRUED   TO DTL-VAC-ACC
007310     MOVE SRT-VAC-USED      TO DTL-VAC-USED
007320     MOVE SRT-SICK-BALANCE  TO DTL-SICK-BAL
007330     MOVE SRT-SICK-ACCRUED  TO DTL-SICK-ACC
007340     MOVE SRT-SICK-USED     TO DTL-SICK-USED
007350     MOVE SRT-PAYOUT        TO DTL-PAYOUT
007360     WRITE PRINT-LINE FROM DETAIL-REC
007370     ADD 1 TO WS-LINE-COUNT
007380
007390     ADD 1                TO WS-DEPT-COUNT
007400     ADD 1                TO WS-GRAND-COUNT
007410     ADD SRT-VAC-BALANCE  TO WS-DEPT-VAC-BAL  WS-GRAND-VAC-BAL
007420     ADD SRT-VAC-ACCRUED  TO WS-DEPT-VAC-ACC  WS-GRAND-VAC-ACC
007430     ADD SRT-VAC-USED     TO WS-DEPT-VAC-USED WS-GRAND-VAC-USED
007440     ADD SRT-SICK-BALANCE TO WS-DEPT-SICK-BAL WS-GRAND-SICK-BAL
007450     ADD SRT-SICK-ACCRUED TO WS-DEPT-SICK-ACC WS-GRAND-SICK-ACC
007460     ADD SRT-SICK-USED    TO WS-DEPT-SICK-USED WS-GRAND-SICK-USED
007470     ADD SRT-PAYOUT       TO WS-DEPT-PAYOUT   WS-GRAND-PAYOUT
007480
007490     PERFORM 4100-RETURN-NEXT THRU 4100-EXIT.
007500 4200-EXIT.
007510     EXIT.
007520
007530*-----------------------------------------------------------------
007540* 4300-START-DEPT - OPEN A NEW DEPARTMENT: RESOLVE ITS NAME OFF
007550* THE REFERENCE FILE, RESET THE SUBTOTALS AND FORCE A NEW PAGE.
007560*-----------------------------------------------------------------
007570 4300-START-DEPT.
007580     MOVE SRT-DEPT TO WS-PREV-DEPT
007590     MOVE ZERO     TO WS-DEPT-COUNT
007600     MOVE ZEROS    TO WS-DEPT-TOTALS
007610
007620     MOVE SRT-DEPT TO DPT-CODE
007630     READ DEPT-FILE KEY IS DPT-CODE
007640         INVALID KEY
007650             MOVE '(NOT ON DEPARTMENT FILE)' TO DPT-NAME
007660     END-READ
007670     MOVE SRT-DEPT TO HL2-DEPT-CODE
007680     MOVE DPT-NAME TO HL2-DEPT-NAME
007690
007700     PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT.
007710 4300-EXIT.
007720     EXIT.
007730
007740 4400-WRITE-HEADINGS.
007750     ADD 1 TO WS-PAGE-COUNT
007760     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
007770     WRITE PRINT-LINE FROM HEADING-REC-1
007780     WRITE PRINT-LINE FROM HEADING-REC-2
007790     WRITE PRINT-LINE FROM HEADING-REC-3
007800     WRITE PRINT-LINE FROM HEADING-REC-4
007810     MOVE SPACES TO PRINT-LINE
007820     WRITE PRINT-LINE
007830     MOVE ZEROS TO WS-LINE-COUNT.
007840 4400-EXIT.
007850     EXIT.
007860
007870 4500-DEPT-TOTAL.
007880     MOVE 'DEPARTMENT TOTAL - EMPLOYEES: ' TO DTO-LABEL
007890     MOVE WS-DEPT-COUNT     TO DTO-COUNT
007900     MOVE WS-DEPT-VAC-BAL   TO DTO-VAC-BAL
007910     MOVE WS-DEPT-VAC-ACC   TO DTO-VAC-ACC
007920     MOVE WS-DEPT-VAC-USED  TO DTO-VAC-USED
007930     MOVE WS-DEPT-SICK-BAL  TO DTO-SICK-BAL
007940     MOVE WS-DEPT-SICK-ACC  TO DTO-SICK-ACC
007950     MOVE WS-DEPT-SICK-USED TO DTO-SICK-USED
007960     MOVE WS-DEPT-PAYOUT    TO DTO-PAYOUT
007970     MOVE SPACES TO PRINT-LINE
007980     WRITE PRINT-LINE
007990     WRITE PRINT-LINE FROM DEPT-TOTAL-REC.
008000 4500-EXIT.
008010     EXIT.
008020
008030*-----------------------------------------------------------------
008040* 4600-GRAND-TOTAL - THE COMPANY TOTAL ON ITS OWN PAGE - THE
008050* LIABILITY FIGURES FINANCE BOOKS - AND THE RUN'S CONTROL COUNTS.
008060*-----------------------------------------------------------------
008070 4600-GRAND-TOTAL.
008080     MOVE SPACES TO HL2-DEPT-CODE
008090     MOVE 'COMPANY CONTROL TOTAL' TO HL2-DEPT-NAME
008100     PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT
008110     MOVE 'COMPANY TOTAL    - EMPLOYEES: ' TO DTO-LABEL
008120     MOVE WS-GRAND-COUNT     TO DTO-COUNT
008130     MOVE WS-GRAND-VAC-BAL   TO DTO-VAC-BAL
008140     MOVE WS-GRAND-VAC-ACC   TO DTO-VAC-ACC
008150     MOVE WS-GRAND-VAC-USED  TO DTO-VAC-USED
008160     MOVE WS-GRAND-SICK-BAL  TO DTO-SICK-BAL
008170     MOVE WS-GRAND-SICK-ACC  TO DTO-SICK-ACC
008180     MOVE WS-GRAND-SICK-USED TO DTO-SICK-USED
008190     MOVE WS-GRAND-PAYOUT    TO DTO-PAYOUT
008200     WRITE PRINT-LINE FROM DEPT-TOTAL-REC
008210
008220     MOVE SPACES TO PRINT-LINE
008230     WRITE PRINT-LINE
008240     MOVE 'MASTER RECORDS READ:            ' TO TOT-LABEL
008250     MOVE WS-READ-COUNT     TO TOT-COUNT
008260     WRITE PRINT-LINE FROM TOTAL-REC
008270     MOVE 'LEAVE RECORDS LISTED:           ' TO TOT-LABEL
008280     MOVE WS-LISTED-COUNT   TO TOT-COUNT
008290     WRITE PRINT-LINE FROM TOTAL-REC
008300     IF REPORT-FUNCTION
008310         GO TO 4600-EXIT
008320     END-IF
008330     MOVE 'EMPLOYEES ACCRUED THIS RUN:     ' TO TOT-LABEL
008340     MOVE WS-ACCRUED-COUNT  TO TOT-COUNT
008350     WRITE PRINT-LINE FROM TOTAL-REC
008360     MOVE 'ALREADY ACCRUED FOR THE MONTH:  ' TO TOT-LABEL
008370     MOVE WS-ALREADY-COUNT  TO TOT-COUNT
008380     WRITE PRINT-LINE FROM TOTAL-REC
008390     MOVE 'NEW LEAVE RECORDS OPENED:       ' TO TOT-LABEL
008400     MOVE WS-NEW-COUNT      TO TOT-COUNT
008410     WRITE PRINT-LINE FROM TOTAL-REC
008420     MOVE 'REOPENED ON REHIRE:             ' TO TOT-LABEL
008430     MOVE WS-REOPEN-COUNT   TO TOT-COUNT
008440     WRITE PRINT-LINE FROM TOTAL-REC
008450     MOVE 'FROZEN ON TERMINATION:          ' TO TOT-LABEL
008460     MOVE WS-FROZEN-COUNT   TO TOT-COUNT
008470     WRITE PRINT-LINE FROM TOTAL-REC
008480     MOVE 'YEAR-END CARRY-OVERS APPLIED:   ' TO TOT-LABEL
008490     MOVE WS-ROLLOVER-COUNT TO TOT-COUNT
008500     WRITE PRINT-LINE FROM TOTAL-REC
008510     MOVE 'BAD OR FUTURE HIRE DATES:       ' TO TOT-LABEL
008520     MOVE WS-BAD-DATE-COUNT TO TOT-COUNT
008530     WRITE PRINT-LINE FROM TOTAL-REC.
008540 4600-EXIT.
008550     EXIT.
008560
008570     COPY DATEDP.
008580
008590*-----------------------------------------------------------------
008600* 9000-TERMINATE
008610*-----------------------------------------------------------------
008620 9000-TERMINATE.
008630     DISPLAY 'EMPLVE - MASTER RECORDS READ:  ' WS-READ-COUNT
008640     DISPLAY 'EMPLVE - LEAVE RECORDS LISTED: ' WS-LISTED-COUNT
008650     DISPLAY 'EMPLVE - EMPLOYEES ACCRUED:    ' WS-ACCRUED-COUNT
008660     DISPLAY 'EMPLVE - FROZEN THIS RUN:      ' WS-FROZEN-COUNT
008670     DISPLAY 'EMPLVE - VACATION PAYOUT OWED: ' WS-GRAND-PAYOUT
008680     CLOSE OUTFILE
008690     IF LEAVE-FILE-PRESENT
008700         CLOSE LEAVE-FILE
008710     END-IF
008720     CLOSE DEPT-FILE
008730     CLOSE REPORT-FILE.
008740 9000-EXIT.
008750     EXIT.
