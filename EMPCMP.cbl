000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPCMP.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* THIS PROGRAM READS THE EMPLOYEE MASTER FILE (RPT.DOC), SORTS
000180* THE ACTIVE EMPLOYEES INTO DEPARTMENT AND NAME SEQUENCE,
000190* AND PRINTS THE PAY GRADE COMPA-RATIO REPORT (COMPA.RPT) FOR
000200* TARGETING THE ANNUAL RAISE BUDGET - ONE PAGE SET PER
000210* DEPARTMENT SHOWING EACH EMPLOYEE'S PAY RATE AGAINST THE
000220* MINIMUM, MIDPOINT AND MAXIMUM OF THEIR PAY GRADE (GRADE.DOC,
000230* GRDREC.CPY), THE COMPA-RATIO (RATE AS A PERCENT OF MIDPOINT),
000240* THE HOURLY GAP TO MIDPOINT AND WHERE THE RATE SITS IN THE RANGE.
000250* EACH DEPARTMENT CLOSES WITH ITS HEADCOUNT, AVERAGE COMPA-RATIO,
000260* THE COUNTS BELOW MINIMUM, BELOW MIDPOINT AND ABOVE MAXIMUM, AND
000270* THE ANNUAL COST (AT 2080 HOURS) OF BRINGING EVERYONE BELOW
000280* MIDPOINT UP TO IT; THE COMPANY TOTALS FOLLOW ON THEIR OWN PAGE.
000290* AN EMPLOYEE WITH NO GRADE, OR A GRADE NOT ON FILE, IS LISTED AS
000300* NO GRADE AND LEFT OUT OF THE COMPA-RATIO FIGURES. THE LAYOUT
000310* FOLLOWS THE SAME 132-COLUMN STYLE AS DEPTCST.RPT. TERMINATED
000320* EMPLOYEES ARE NOT REPORTED.
000330*****************************************************************
000340*-----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360*-----------------------------------------------------------------
000370* 10/15/2026 JW  ORIGINAL PROGRAM.
000380*-----------------------------------------------------------------
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430
000440     SELECT OUTFILE ASSIGN TO 'RPT.DOC'
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS EFR-ID
000480         ALTERNATE RECORD KEY IS EFR-L-NAME WITH DUPLICATES
000490         FILE STATUS IS FILE-STATUS-1.
000500
000510     SELECT DEPT-FILE ASSIGN TO 'DEPT.DOC'
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS DPT-CODE
000550         FILE STATUS IS FILE-STATUS-2.
000560
000570     SELECT REPORT-FILE ASSIGN TO 'COMPA.RPT'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FILE-STATUS-3.
000600
000610     SELECT GRADE-FILE ASSIGN TO 'GRADE.DOC'
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS GRD-CODE
000650         FILE STATUS IS FILE-STATUS-4.
000660
000670     SELECT SORT-FILE ASSIGN TO 'SORTWK'.
000680
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720
000730 FD  OUTFILE.
000740     COPY EMPREC.
000750
000760 FD  DEPT-FILE.
000770     COPY DEPTREC.
000780
000790 FD  REPORT-FILE RECORDING MODE F.
000800 01  PRINT-LINE                          PIC X(132).
000810
000820 FD  GRADE-FILE.
000830     COPY GRDREC.
000840
000850 SD  SORT-FILE.
000860 01  SORT-REC.
000870     05  SRT-DEPT                        PIC X(10).
000880     05  SRT-L-NAME                      PIC X(15).
000890     05  SRT-F-NAME                      PIC X(15).
000900     05  SRT-ID                          PIC X(05).
000910     05  SRT-GRADE                       PIC X(04).
000920     05  SRT-PAY-RATE                    PIC 9(05)V99.
000930
000940
000950 WORKING-STORAGE SECTION.
000960 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
000970 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
000980 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
000990 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
001000
001010 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
001020     88  END-OF-FILE                              VALUE 'Y'.
001030
001040 77  WS-SORT-EOF-SW                       PIC X(01) VALUE 'N'.
001050     88  SORT-END-OF-FILE                         VALUE 'Y'.
001060
001070 77  WS-FIRST-DEPT-SW                     PIC X(01) VALUE 'Y'.
001080     88  FIRST-DEPARTMENT                         VALUE 'Y'.
001090
001100 77  WS-GRADE-FILE-SW                     PIC X(01) VALUE 'Y'.
001110     88  GRADE-FILE-PRESENT                       VALUE 'Y'.
001120
001130 77  WS-GRADED-SW                         PIC X(01) VALUE 'N'.
001140     88  EMPLOYEE-GRADED                          VALUE 'Y'.
001150
001160 77  WS-PREV-DEPT                         PIC X(10) VALUE SPACES.
001170
001180 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
001190 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
001200 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
001210
001220*-----------------------------------------------------------------
001230* RATES ARE HOURLY; THE COST TO MIDPOINT IS FIGURED AT A STANDARD
001240* WORK YEAR, THE SAME AS THE RATE CHANGE REPORT.
001250*-----------------------------------------------------------------
001260 77  WS-ANNUAL-HOURS                      PIC 9(04) VALUE 2080.
001270
001280 77  WS-COMPA                             PIC 9(03)V9 VALUE 0.
001290 77  WS-GAP                               PIC S9(05)V99 VALUE 0.
001300 77  WS-AVG-COMPA                         PIC 9(03)V9 VALUE 0.
001310
001320*-----------------------------------------------------------------
001330* DEPARTMENT AND COMPANY ACCUMULATORS. THE COMPA-RATIO SUM, THE
001340* BELOW/ABOVE COUNTS AND THE COST TO MIDPOINT COVER GRADED
001350* EMPLOYEES ONLY.
001360*-----------------------------------------------------------------
001370 77  WS-DEPT-COUNT                        PIC 9(06) COMP VALUE 0.
001380 77  WS-DEPT-GRADED                       PIC 9(06) COMP VALUE 0.
001390 77  WS-DEPT-BELOW-MIN                    PIC 9(06) COMP VALUE 0.
001400 77  WS-DEPT-BELOW-MID                    PIC 9(06) COMP VALUE 0.
001410 77  WS-DEPT-ABOVE-MAX                    PIC 9(06) COMP VALUE 0.
001420 77  WS-DEPT-COMPA-SUM                    PIC 9(09)V9 VALUE 0.
001430 77  WS-DEPT-COST                         PIC 9(09)V99 VALUE 0.
001440 77  WS-GRAND-COUNT                       PIC 9(06) COMP VALUE 0.
001450 77  WS-GRAND-GRADED                      PIC 9(06) COMP VALUE 0.
001460 77  WS-GRAND-BELOW-MIN                   PIC 9(06) COMP VALUE 0.
001470 77  WS-GRAND-BELOW-MID                   PIC 9(06) COMP VALUE 0.
001480 77  WS-GRAND-ABOVE-MAX                   PIC 9(06) COMP VALUE 0.
001490 77  WS-GRAND-COMPA-SUM                   PIC 9(09)V9 VALUE 0.
001500 77  WS-GRAND-COST                        PIC 9(11)V99 VALUE 0.
001510
001520 01  HEADING-REC-1.
001530     05  FILLER                           PIC X(35) VALUE SPACES.
001540     05  FILLER                           PIC X(36)
001550             VALUE 'PAY GRADE COMPA-RATIO REPORT'.
001560     05  FILLER                           PIC X(10) VALUE SPACES.
001570     05  FILLER                           PIC X(05) VALUE 'PAGE '.
001580     05  HL1-PAGE-NO                      PIC ZZZ9.
001590     05  FILLER                           PIC X(42) VALUE SPACES.
001600
001610 01  HEADING-REC-2.
001620     05  FILLER                           PIC X(05) VALUE SPACES.
001630     05  FILLER                           PIC X(12)
001640             VALUE 'DEPARTMENT: '.
001650     05  HL2-DEPT-CODE                    PIC X(10).
001660     05  FILLER                           PIC X(02) VALUE SPACES.
001670     05  HL2-DEPT-NAME                    PIC X(30).
001680     05  FILLER                           PIC X(73) VALUE SPACES.
001690
001700 01  HEADING-REC-3.
001710     05  FILLER                           PIC X(05) VALUE SPACES.
001720     05  FILLER                           PIC X(07) VALUE 'ID'.
001730     05  FILLER                           PIC X(17) VALUE
001740             'LAST NAME'.
001750     05  FILLER                           PIC X(17) VALUE
001760             'FIRST NAME'.
001770     05  FILLER                           PIC X(07) VALUE
001780             'GRADE'.
001790     05  FILLER                           PIC X(10) VALUE
001800             ' PAY RATE'.
001810     05  FILLER                           PIC X(10) VALUE
001820             '  MINIMUM'.
001830     05  FILLER                           PIC X(10) VALUE
001840             ' MIDPOINT'.
001850     05  FILLER                           PIC X(10) VALUE
001860             '  MAXIMUM'.
001870     05  FILLER                           PIC X(08) VALUE
001880             'COMPA'.
001890     05  FILLER                           PIC X(12) VALUE
001900             'GAP TO MID'.
001910     05  FILLER                           PIC X(10) VALUE
001920             'POSITION'.
001930     05  FILLER                           PIC X(09) VALUE SPACES.
001940
001950 01  DETAIL-REC.
001960     05  FILLER                           PIC X(05) VALUE SPACES.
001970     05  DTL-ID                           PIC X(05).
001980     05  FILLER                           PIC X(02) VALUE SPACES.
001990     05  DTL-L-NAME                       PIC X(15).
002000     05  FILLER                           PIC X(02) VALUE SPACES.
002010     05  DTL-F-NAME                       PIC X(15).
002020     05  FILLER                           PIC X(02) VALUE SPACES.
002030     05  DTL-GRADE                        PIC X(04).
002040     05  FILLER                           PIC X(03) VALUE SPACES.
002050     05  DTL-PAY-RATE                     PIC ZZ,ZZ9.99.
002060     05  FILLER                           PIC X(01) VALUE SPACES.
002070     05  DTL-MIN-RATE                     PIC ZZ,ZZ9.99
002080                                          BLANK WHEN ZERO.
002090     05  FILLER                           PIC X(01) VALUE SPACES.
002100     05  DTL-MID-RATE                     PIC ZZ,ZZ9.99
002110                                          BLANK WHEN ZERO.
002120     05  FILLER                           PIC X(01) VALUE SPACES.
002130     05  DTL-MAX-RATE                     PIC ZZ,ZZ9.99
002140                                          BLANK WHEN ZERO.
002150     05  FILLER                           PIC X(01) VALUE SPACES.
002160     05  DTL-COMPA                        PIC ZZ9.9
002170                                          BLANK WHEN ZERO.
002180     05  FILLER                           PIC X(03) VALUE SPACES.
002190     05  DTL-GAP                          PIC ZZ,ZZ9.99-
002200                                          BLANK WHEN ZERO.
002210     05  FILLER                           PIC X(02) VALUE SPACES.
002220     05  DTL-POSITION                     PIC X(10).
002230     05  FILLER                           PIC X(09) VALUE SPACES.
002240
002250*-----------------------------------------------------------------
002260* THE TOTAL LINES SERVE BOTH THE DEPARTMENT BREAK AND THE COMPANY
002270* TOTAL PAGE; TL1-LABEL SAYS WHICH.
002280*-----------------------------------------------------------------
002290 01  TOTAL-REC-1.
002300     05  FILLER                           PIC X(05) VALUE SPACES.
002310     05  TL1-LABEL                        PIC X(17).
002320     05  FILLER                           PIC X(13)
002330             VALUE '- EMPLOYEES: '.
002340     05  TL1-COUNT                        PIC ZZZ,ZZ9.
002350     05  FILLER                           PIC X(10)
002360             VALUE '  GRADED: '.
002370     05  TL1-GRADED                       PIC ZZZ,ZZ9.
002380     05  FILLER                           PIC X(23)
002390             VALUE '  AVERAGE COMPA-RATIO: '.
002400     05  TL1-AVG-COMPA                    PIC ZZ9.9.
002410     05  FILLER                           PIC X(45) VALUE SPACES.
002420
002430 01  TOTAL-REC-2.
002440     05  FILLER                           PIC X(05) VALUE SPACES.
002450     05  FILLER                           PIC X(30)
002460             VALUE '                   BELOW MIN: '.
002470     05  TL2-BELOW-MIN                    PIC ZZZ,ZZ9.
002480     05  FILLER                           PIC X(13)
002490             VALUE '  BELOW MID: '.
002500     05  TL2-BELOW-MID                    PIC ZZZ,ZZ9.
002510     05  FILLER                           PIC X(13)
002520             VALUE '  ABOVE MAX: '.
002530     05  TL2-ABOVE-MAX                    PIC ZZZ,ZZ9.
002540     05  FILLER                           PIC X(27)
002550             VALUE '  ANNUAL COST TO MIDPOINT: '.
002560     05  TL2-COST                         PIC ZZZ,ZZZ,ZZ9.99.
002570     05  FILLER                           PIC X(09) VALUE SPACES.
002580
002590
002600 PROCEDURE DIVISION.
002610*-----------------------------------------------------------------
002620* 0000-MAINLINE - SORT THE ACTIVE EMPLOYEES INTO DEPARTMENT,
002630* LAST NAME, FIRST NAME AND ID ORDER, REPORTING OUT OF THE SORT.
002640*-----------------------------------------------------------------
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002670     SORT SORT-FILE
002680         ON ASCENDING KEY SRT-DEPT
002690         ON ASCENDING KEY SRT-L-NAME
002692         ON ASCENDING KEY SRT-F-NAME
002694         ON ASCENDING KEY SRT-ID
002700         INPUT PROCEDURE IS 2000-SELECT-INPUT THRU 2000-EXIT
002710         OUTPUT PROCEDURE IS 3000-REPORT-OUTPUT THRU 3000-EXIT.
002720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002730     GOBACK.
002740
002750*-----------------------------------------------------------------
002760* 1000-INITIALIZE - NO PAY GRADE FILE YET IS NOT AN ERROR; EVERY
002770* EMPLOYEE SIMPLY REPORTS AS NO GRADE.
002780*-----------------------------------------------------------------
002790 1000-INITIALIZE.
002800     OPEN INPUT OUTFILE
002810     IF FILE-STATUS-1 NOT = '00'
002820         DISPLAY 'EMPCMP - UNABLE TO OPEN RPT.DOC - STATUS '
002830                 FILE-STATUS-1
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF
002870     OPEN INPUT DEPT-FILE
002880     IF FILE-STATUS-2 NOT = '00'
002890         DISPLAY 'EMPCMP - UNABLE TO OPEN DEPT.DOC - STATUS '
002900                 FILE-STATUS-2
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF
002940     OPEN INPUT GRADE-FILE
002950     IF FILE-STATUS-4 = '35'
002960         MOVE 'N' TO WS-GRADE-FILE-SW
002970     ELSE
002980         IF FILE-STATUS-4 NOT = '00'
002990             DISPLAY 'EMPCMP - UNABLE TO OPEN GRADE.DOC - STATUS '
003000                     FILE-STATUS-4
003010             MOVE 16 TO RETURN-CODE
003020             STOP RUN
003030         END-IF
003040     END-IF
003050     OPEN OUTPUT REPORT-FILE.
003060 1000-EXIT.
003070     EXIT.
003080
003090*-----------------------------------------------------------------
003100* 2000-SELECT-INPUT - RELEASE ONE SORT RECORD PER ACTIVE
003110* EMPLOYEE ON THE MASTER.
003120*-----------------------------------------------------------------
003130 2000-SELECT-INPUT.
003140     PERFORM 2100-READ-NEXT THRU 2100-EXIT
003150     PERFORM 2200-RELEASE-ACTIVE THRU 2200-EXIT
003160         UNTIL END-OF-FILE.
003170 2000-EXIT.
003180     EXIT.
003190
003200 2100-READ-NEXT.
003210     READ OUTFILE NEXT RECORD
003220         AT END
003230             MOVE 'Y' TO WS-EOF-SW
003240     END-READ.
003250 2100-EXIT.
003260     EXIT.
003270
003280 2200-RELEASE-ACTIVE.
003290     IF NOT EFR-TERMINATED
003300         MOVE EFR-DEPT      TO SRT-DEPT
003310         MOVE EFR-L-NAME    TO SRT-L-NAME
003320         MOVE EFR-F-NAME    TO SRT-F-NAME
003330         MOVE EFR-ID        TO SRT-ID
003340         MOVE EFR-GRADE     TO SRT-GRADE
003350         MOVE EFR-PAY-RATE  TO SRT-PAY-RATE
003360         RELEASE SORT-REC
003370     END-IF
003380     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
003390 2200-EXIT.
003400     EXIT.
003410
003420*-----------------------------------------------------------------
003430* 3000-REPORT-OUTPUT - CONTROL-BREAK REPORTING OUT OF THE SORT:
003440* A NEW PAGE SET PER DEPARTMENT, A SUBTOTAL AT EACH BREAK AND
003450* THE COMPANY TOTALS ON THEIR OWN PAGE AT THE END - PRINTED EVEN
003455* WHEN NOTHING WAS REPORTED, SO THE OPERATOR SEES THE STEP RAN.
003460*-----------------------------------------------------------------
003470 3000-REPORT-OUTPUT.
003480     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT
003490     PERFORM 3200-PROCESS-SORTED THRU 3200-EXIT
003500         UNTIL SORT-END-OF-FILE
003510
003520     IF NOT FIRST-DEPARTMENT
003530         PERFORM 3500-DEPT-TOTAL THRU 3500-EXIT
003540     END-IF
003550     PERFORM 3600-GRAND-TOTAL THRU 3600-EXIT.
003560 3000-EXIT.
003570     EXIT.
003580
003590 3100-RETURN-NEXT.
003600     RETURN SORT-FILE
003610         AT END
003620             MOVE 'Y' TO WS-SORT-EOF-SW
003630     END-RETURN.
003640 3100-EXIT.
003650     EXIT.
003660
003670 3200-PROCESS-SORTED.
003680     IF FIRST-DEPARTMENT
003690         MOVE 'N' TO WS-FIRST-DEPT-SW
003700         PERFORM 3300-START-DEPT THRU 3300-EXIT
003710     ELSE
003720         IF SRT-DEPT NOT = WS-PREV-DEPT
003730             PERFORM 3500-DEPT-TOTAL THRU 3500-EXIT
003740             PERFORM 3300-START-DEPT THRU 3300-EXIT
003750         END-IF
003760     END-IF
003770
003780     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003790         PERFORM 3400-WRITE-HEADINGS THRU 3400-EXIT
003800     END-IF
003810
003820     PERFORM 3250-PRICE-EMPLOYEE THRU 3250-EXIT
003830
003840     MOVE SRT-ID        TO DTL-ID
003850     MOVE SRT-L-NAME    TO DTL-L-NAME
003860     MOVE SRT-F-NAME    TO DTL-F-NAME
003870     MOVE SRT-GRADE     TO DTL-GRADE
003880     MOVE SRT-PAY-RATE  TO DTL-PAY-RATE
003890     WRITE PRINT-LINE FROM DETAIL-REC
003900     ADD 1 TO WS-LINE-COUNT
003910
003920     ADD 1 TO WS-DEPT-COUNT
003930     ADD 1 TO WS-GRAND-COUNT
003940
003950     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
003960 3200-EXIT.
003970     EXIT.
003980
003990*-----------------------------------------------------------------
004000* 3250-PRICE-EMPLOYEE - LOOK UP THE EMPLOYEE'S GRADE AND FILL THE
004010* RANGE, COMPA-RATIO, GAP AND POSITION COLUMNS, ADDING A GRADED
004020* EMPLOYEE INTO THE COMPA-RATIO ACCUMULATORS. THE GAP IS MIDPOINT
004030* LESS RATE, SO A RATE ABOVE MIDPOINT SHOWS A NEGATIVE GAP; ONLY
004040* A POSITIVE GAP COUNTS TOWARD THE COST TO MIDPOINT.
004050*-----------------------------------------------------------------
004060 3250-PRICE-EMPLOYEE.
004070     MOVE 'N'  TO WS-GRADED-SW
004080     MOVE ZERO TO DTL-MIN-RATE
004090     MOVE ZERO TO DTL-MID-RATE
004100     MOVE ZERO TO DTL-MAX-RATE
004110     MOVE ZERO TO DTL-COMPA
004120     MOVE ZERO TO DTL-GAP
004130     MOVE 'NO GRADE' TO DTL-POSITION
004140
004150     IF SRT-GRADE = SPACES OR NOT GRADE-FILE-PRESENT
004160         GO TO 3250-EXIT
004170     END-IF
004180     MOVE SRT-GRADE TO GRD-CODE
004190     READ GRADE-FILE KEY IS GRD-CODE
004200         INVALID KEY
004210             GO TO 3250-EXIT
004220     END-READ
004230     IF GRD-MID-RATE = ZERO
004240         GO TO 3250-EXIT
004250     END-IF
004260
004270     MOVE 'Y' TO WS-GRADED-SW
004280     COMPUTE WS-COMPA ROUNDED =
004290             SRT-PAY-RATE * 100 / GRD-MID-RATE
004300         ON SIZE ERROR
004310             MOVE 999.9 TO WS-COMPA
004320     END-COMPUTE
004330     COMPUTE WS-GAP = GRD-MID-RATE - SRT-PAY-RATE
004340
004350     MOVE GRD-MIN-RATE TO DTL-MIN-RATE
004360     MOVE GRD-MID-RATE TO DTL-MID-RATE
004370     MOVE GRD-MAX-RATE TO DTL-MAX-RATE
004380     MOVE WS-COMPA     TO DTL-COMPA
004390     MOVE WS-GAP       TO DTL-GAP
004400
004410     EVALUATE TRUE
004420         WHEN SRT-PAY-RATE < GRD-MIN-RATE
004430             MOVE 'BELOW MIN' TO DTL-POSITION
004440             ADD 1 TO WS-DEPT-BELOW-MIN
004450             ADD 1 TO WS-GRAND-BELOW-MIN
004460         WHEN SRT-PAY-RATE > GRD-MAX-RATE
004470             MOVE 'ABOVE MAX' TO DTL-POSITION
004480             ADD 1 TO WS-DEPT-ABOVE-MAX
004490             ADD 1 TO WS-GRAND-ABOVE-MAX
004500         WHEN SRT-PAY-RATE < GRD-MID-RATE
004510             MOVE 'BELOW MID' TO DTL-POSITION
004520         WHEN SRT-PAY-RATE > GRD-MID-RATE
004530             MOVE 'ABOVE MID' TO DTL-POSITION
004540         WHEN OTHER
004550             MOVE 'AT MID' TO DTL-POSITION
004560     END-EVALUATE
004570
004580     ADD 1        TO WS-DEPT-GRADED
004590     ADD 1        TO WS-GRAND-GRADED
004600     ADD WS-COMPA TO WS-DEPT-COMPA-SUM
004610     ADD WS-COMPA TO WS-GRAND-COMPA-SUM
004620     IF WS-GAP > ZERO
004630         ADD 1 TO WS-DEPT-BELOW-MID
004640         ADD 1 TO WS-GRAND-BELOW-MID
004650         COMPUTE WS-DEPT-COST = WS-DEPT-COST
004660                 + (WS-GAP * WS-ANNUAL-HOURS)
004670         COMPUTE WS-GRAND-COST = WS-GRAND-COST
004680                 + (WS-GAP * WS-ANNUAL-HOURS)
004690     END-IF.
004700 3250-EXIT.
004710     EXIT.
004720
004730*-----------------------------------------------------------------
004740* 3300-START-DEPT - OPEN A NEW DEPARTMENT: RESOLVE ITS NAME OFF
004750* THE REFERENCE FILE, RESET THE SUBTOTALS AND FORCE A NEW PAGE.
004760*-----------------------------------------------------------------
004770 3300-START-DEPT.
004780     MOVE SRT-DEPT TO WS-PREV-DEPT
004790     MOVE ZERO     TO WS-DEPT-COUNT
004800     MOVE ZERO     TO WS-DEPT-GRADED
004810     MOVE ZERO     TO WS-DEPT-BELOW-MIN
004820     MOVE ZERO     TO WS-DEPT-BELOW-MID
004830     MOVE ZERO     TO WS-DEPT-ABOVE-MAX
004840     MOVE ZERO     TO WS-DEPT-COMPA-SUM
004850     MOVE ZERO     TO WS-DEPT-COST
004860
004870     MOVE SRT-DEPT TO DPT-CODE
004880     READ DEPT-FILE KEY IS DPT-CODE
004890         INVALID KEY
004900             MOVE '(NOT ON DEPARTMENT FILE)' TO DPT-NAME
004910     END-READ
004920     MOVE SRT-DEPT TO HL2-DEPT-CODE
004930     MOVE DPT-NAME TO HL2-DEPT-NAME
004940
004950     PERFORM 3400-WRITE-HEADINGS THRU 3400-EXIT.
004960 3300-EXIT.
004970     EXIT.
004980
004990 3400-WRITE-HEADINGS.
005000     ADD 1 TO WS-PAGE-COUNT
005010     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
005020     WRITE PRINT-LINE FROM HEADING-REC-1
005030     WRITE PRINT-LINE FROM HEADING-REC-2
005040     WRITE PRINT-LINE FROM HEADING-REC-3
005050     MOVE SPACES TO PRINT-LINE
005060     WRITE PRINT-LINE
005070     MOVE ZEROS TO WS-LINE-COUNT.
005080 3400-EXIT.
005090     EXIT.
005100
005110 3500-DEPT-TOTAL.
005120     MOVE 'DEPARTMENT TOTAL' TO TL1-LABEL
005130     MOVE WS-DEPT-COUNT      TO TL1-COUNT
005140     MOVE WS-DEPT-GRADED     TO TL1-GRADED
005150     MOVE ZERO               TO WS-AVG-COMPA
005160     IF WS-DEPT-GRADED > 0
005170         COMPUTE WS-AVG-COMPA ROUNDED =
005180                 WS-DEPT-COMPA-SUM / WS-DEPT-GRADED
005190     END-IF
005200     MOVE WS-AVG-COMPA       TO TL1-AVG-COMPA
005210     MOVE WS-DEPT-BELOW-MIN  TO TL2-BELOW-MIN
005220     MOVE WS-DEPT-BELOW-MID  TO TL2-BELOW-MID
005230     MOVE WS-DEPT-ABOVE-MAX  TO TL2-ABOVE-MAX
005240     MOVE WS-DEPT-COST       TO TL2-COST
005250     MOVE SPACES TO PRINT-LINE
005260     WRITE PRINT-LINE
005270     WRITE PRINT-LINE FROM TOTAL-REC-1
005280     WRITE PRINT-LINE FROM TOTAL-REC-2.
005290 3500-EXIT.
005300     EXIT.
005310
005320*-----------------------------------------------------------------
005330* 3600-GRAND-TOTAL - THE COMPANY-WIDE TOTALS ON THEIR OWN PAGE.
005340*-----------------------------------------------------------------
005350 3600-GRAND-TOTAL.
005360     MOVE SPACES TO HL2-DEPT-CODE
005370     MOVE 'COMPANY GRAND TOTAL' TO HL2-DEPT-NAME
005380     PERFORM 3400-WRITE-HEADINGS THRU 3400-EXIT
005390     MOVE 'COMPANY TOTAL'    TO TL1-LABEL
005400     MOVE WS-GRAND-COUNT     TO TL1-COUNT
005410     MOVE WS-GRAND-GRADED    TO TL1-GRADED
005420     MOVE ZERO               TO WS-AVG-COMPA
005430     IF WS-GRAND-GRADED > 0
005440         COMPUTE WS-AVG-COMPA ROUNDED =
005450                 WS-GRAND-COMPA-SUM / WS-GRAND-GRADED
005460     END-IF
005470     MOVE WS-AVG-COMPA       TO TL1-AVG-COMPA
005480     MOVE WS-GRAND-BELOW-MIN TO TL2-BELOW-MIN
005490     MOVE WS-GRAND-BELOW-MID TO TL2-BELOW-MID
005500     MOVE WS-GRAND-ABOVE-MAX TO TL2-ABOVE-MAX
005510     MOVE WS-GRAND-COST      TO TL2-COST
005520     WRITE PRINT-LINE FROM TOTAL-REC-1
005530     WRITE PRINT-LINE FROM TOTAL-REC-2.
005540 3600-EXIT.
005550     EXIT.
005560
005570*-----------------------------------------------------------------
005580* 9000-TERMINATE
005590*-----------------------------------------------------------------
005600 9000-TERMINATE.
005610     DISPLAY 'EMPCMP - EMPLOYEES REPORTED: ' WS-GRAND-COUNT
005620     DISPLAY 'EMPCMP - EMPLOYEES GRADED:   ' WS-GRAND-GRADED
005630     CLOSE OUTFILE
005640     CLOSE DEPT-FILE
005650     IF GRADE-FILE-PRESENT
005660         CLOSE GRADE-FILE
005670     END-IF
005680     CLOSE REPORT-FILE.
005690 9000-EXIT.
005700     EXIT.
