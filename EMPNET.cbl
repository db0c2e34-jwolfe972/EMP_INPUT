000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPNET.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* THIS PROGRAM IS THE GROSS-TO-NET STEP OF THE WEEKLY PAYROLL.
000180* IT READS THE ACCEPTED-CARD FILE EMPTIM LEAVES BEHIND
000190* (TIMEACC.DAT, TACREC LAYOUT - ALREADY PRICED AND IN DEPARTMENT
000200* AND LAST-NAME ORDER), TAKES EACH EMPLOYEE'S RECURRING
000210* DEDUCTIONS OFF THE DEDUCTION MASTER (DEDUCT.DOC, DEDREC
000220* LAYOUT) FOR THE CARD'S WEEK-ENDING DATE, AND PRINTS THE NET-PAY
000230* REGISTER (NETREG.RPT) IN THE 132-COLUMN PAGINATED STYLE OF
000240* PAYREG.RPT: ONE LINE PER CARD WITH GROSS, TOTAL DEDUCTIONS AND
000250* NET, ONE LINE UNDER IT PER DEDUCTION TAKEN, A SUBTOTAL PER
000260* DEPARTMENT WITH THE DEDUCTION TOTALS BY CODE, AND THE COMPANY
000270* TOTALS BY CODE ON THEIR OWN PAGE AT THE END.
000280*
000290* A FLAT ('A') DEDUCTION TAKES ITS AMOUNT; A PERCENT ('P')
000300* DEDUCTION TAKES ITS PERCENTAGE OF THE CARD'S GROSS, ROUNDED TO
000310* THE CENT. AN EMPLOYEE WHOSE DEDUCTIONS COME TO MORE THAN THE
000320* WEEK'S GROSS IS FLAGGED ON THE REGISTER AND CARRIED AT A NET
000330* OF ZERO - PAYROLL DECIDES WHICH DEDUCTION GIVES WAY. THE CODE
000340* TOTALS STILL CARRY EVERY DEDUCTION AT ITS FULL AMOUNT.
000350*
000360* A MISSING DEDUCT.DOC JUST MEANS NOBODY HAS DEDUCTIONS SET UP
000370* YET - EVERY CARD NETS AT ITS GROSS. RETURN CODE 4 MEANS AT
000380* LEAST ONE EMPLOYEE WAS FLAGGED; 16 MEANS A REQUIRED FILE WOULD
000390* NOT OPEN OR MORE DISTINCT DEDUCTION CODES TURNED UP THAN THE
000400* CODE TABLE HOLDS.
000410*****************************************************************
000420*-----------------------------------------------------------------
000430* MODIFICATION HISTORY
000440*-----------------------------------------------------------------
000450* 10/15/2026 JW  ORIGINAL PROGRAM.
000460*-----------------------------------------------------------------
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510
000520     SELECT ACC-FILE ASSIGN TO 'TIMEACC.DAT'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FILE-STATUS-1.
000550
000560     SELECT DEDUCT-FILE ASSIGN TO 'DEDUCT.DOC'
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS DED-KEY
000600         FILE STATUS IS FILE-STATUS-2.
000610
000620     SELECT DEPT-FILE ASSIGN TO 'DEPT.DOC'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS DPT-CODE
000660         FILE STATUS IS FILE-STATUS-3.
000670
000680     SELECT REPORT-FILE ASSIGN TO 'NETREG.RPT'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FILE-STATUS-4.
000710
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750
000760 FD  ACC-FILE RECORDING MODE F.
000770     COPY TACREC.
000780
000790 FD  DEDUCT-FILE.
000800     COPY DEDREC.
000810
000820 FD  DEPT-FILE.
000830     COPY DEPTREC.
000840
000850 FD  REPORT-FILE RECORDING MODE F.
000860 01  PRINT-LINE                          PIC X(132).
000870
000880
000890 WORKING-STORAGE SECTION.
000900 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
000910 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
000920 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
000930 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
000940
000950 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
000960     88  END-OF-FILE                              VALUE 'Y'.
000970
000980 77  WS-FIRST-DEPT-SW                     PIC X(01) VALUE 'Y'.
000990     88  FIRST-DEPARTMENT                         VALUE 'Y'.
001000
001010 77  WS-DED-FILE-SW                       PIC X(01) VALUE 'Y'.
001020     88  DEDUCT-FILE-PRESENT                      VALUE 'Y'.
001030
001040 77  WS-DED-EOF-SW                        PIC X(01) VALUE 'N'.
001050     88  DEDUCTIONS-DONE                          VALUE 'Y'.
001060
001070 77  WS-PREV-DEPT                         PIC X(10) VALUE SPACES.
001080
001090 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
001100 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
001110 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
001120
001130 77  WS-READ-COUNT                        PIC 9(06) COMP VALUE 0.
001140 77  WS-FLAG-COUNT                        PIC 9(06) COMP VALUE 0.
001150 77  WS-DEPT-FLAGS                        PIC 9(06) COMP VALUE 0.
001160
001170 77  WS-DED-TAKEN                         PIC 9(07)V99 VALUE 0.
001180 77  WS-EMP-DED                           PIC 9(08)V99 VALUE 0.
001190 77  WS-EMP-NET                           PIC 9(08)V99 VALUE 0.
001200
001210 77  WS-DEPT-COUNT                        PIC 9(06) COMP VALUE 0.
001220 77  WS-DEPT-GROSS                        PIC 9(10)V99 VALUE 0.
001230 77  WS-DEPT-DED                          PIC 9(10)V99 VALUE 0.
001240 77  WS-DEPT-NET                          PIC 9(10)V99 VALUE 0.
001250 77  WS-GRAND-COUNT                       PIC 9(06) COMP VALUE 0.
001260 77  WS-GRAND-GROSS                       PIC 9(11)V99 VALUE 0.
001270 77  WS-GRAND-DED                         PIC 9(11)V99 VALUE 0.
001280 77  WS-GRAND-NET                         PIC 9(11)V99 VALUE 0.
001290
001300 77  WS-TX                                PIC 9(03) COMP VALUE 0.
001310 77  WS-HIT                               PIC 9(03) COMP VALUE 0.
001320
001330*-----------------------------------------------------------------
001340* THE DEDUCTIONS TAKEN FROM THE CARD BEING PRICED, HELD UNTIL THE
001350* NET IS KNOWN SO THEY PRINT UNDER ITS REGISTER LINE. AN EMPLOYEE
001352* HAS AT MOST ONE DEDUCTION PER CODE, SO THE TABLE HAS AS MANY
001354* SLOTS AS THE CODE TABLES BELOW (WS-CODE-SLOTS).
001360*-----------------------------------------------------------------
001370 77  WS-ED-USED                           PIC 9(03) COMP VALUE 0.
001380 01  EMP-DEDUCTIONS.
001390     05  ED-ENTRY OCCURS 50 TIMES.
001400         10  ED-CODE                     PIC X(06).
001410         10  ED-TYPE                     PIC X(01).
001420         10  ED-PERCENT                  PIC 9(03)V99.
001430         10  ED-TAKEN                    PIC 9(07)V99.
001440
001450*-----------------------------------------------------------------
001460* DEDUCTION TOTALS BY CODE - ONE TABLE FOR THE DEPARTMENT IN
001470* PROGRESS (CLEARED AT EACH BREAK) AND ONE FOR THE COMPANY. MORE
001480* DISTINCT CODES THAN SLOTS IS AN ABEND, NOT A LUMPED TOTAL -
001490* PAYROLL POSTS THESE BY CODE.
001500*-----------------------------------------------------------------
001510 77  WS-CODE-SLOTS                        PIC 9(03) COMP VALUE 50.
001520 77  WS-DC-USED                           PIC 9(03) COMP VALUE 0.
001530 01  DEPT-CODE-TOTALS.
001540     05  DC-ENTRY OCCURS 50 TIMES.
001550         10  DC-CODE                     PIC X(06).
001560         10  DC-COUNT                    PIC 9(06) COMP.
001570         10  DC-AMOUNT                   PIC 9(10)V99.
001580
001590 77  WS-GC-USED                           PIC 9(03) COMP VALUE 0.
001600 01  GRAND-CODE-TOTALS.
001610     05  GC-ENTRY OCCURS 50 TIMES.
001620         10  GC-CODE                     PIC X(06).
001630         10  GC-COUNT                    PIC 9(06) COMP.
001640         10  GC-AMOUNT                   PIC 9(11)V99.
001650
001660 01  HEADING-REC-1.
001670     05  FILLER                           PIC X(35) VALUE SPACES.
001680     05  FILLER                           PIC X(26)
001690             VALUE 'WEEKLY NET-PAY REGISTER   '.
001700     05  FILLER                           PIC X(10) VALUE SPACES.
001710     05  FILLER                           PIC X(05) VALUE 'PAGE '.
001720     05  HL1-PAGE-NO                      PIC ZZZ9.
001730     05  FILLER                           PIC X(52) VALUE SPACES.
001740
001750 01  HEADING-REC-2.
001760     05  FILLER                           PIC X(05) VALUE SPACES.
001770     05  FILLER                           PIC X(12)
001780             VALUE 'DEPARTMENT: '.
001790     05  HL2-DEPT-CODE                    PIC X(10).
001800     05  FILLER                           PIC X(02) VALUE SPACES.
001810     05  HL2-DEPT-NAME                    PIC X(30).
001820     05  FILLER                           PIC X(73) VALUE SPACES.
001830
001840 01  HEADING-REC-3.
001850     05  FILLER                           PIC X(05) VALUE SPACES.
001860     05  FILLER                           PIC X(07) VALUE 'ID'.
001870     05  FILLER                           PIC X(17) VALUE
001880             'LAST NAME'.
001890     05  FILLER                           PIC X(17) VALUE
001900             'FIRST NAME'.
001910     05  FILLER                           PIC X(10) VALUE
001920             'WEEK END'.
001930     05  FILLER                           PIC X(15) VALUE
001940             '    GROSS PAY'.
001950     05  FILLER                           PIC X(15) VALUE
001960             '   DEDUCTIONS'.
001970     05  FILLER                           PIC X(15) VALUE
001980             '      NET PAY'.
001990     05  FILLER                           PIC X(31) VALUE SPACES.
002000
002010 01  DETAIL-REC.
002020     05  FILLER                           PIC X(05) VALUE SPACES.
002030     05  DTL-ID                           PIC X(05).
002040     05  FILLER                           PIC X(02) VALUE SPACES.
002050     05  DTL-L-NAME                       PIC X(15).
002060     05  FILLER                           PIC X(02) VALUE SPACES.
002070     05  DTL-F-NAME                       PIC X(15).
002080     05  FILLER                           PIC X(02) VALUE SPACES.
002090     05  DTL-WEEK-END                     PIC X(08).
002100     05  FILLER                           PIC X(02) VALUE SPACES.
002110     05  DTL-GROSS                        PIC ZZ,ZZZ,ZZ9.99.
002120     05  FILLER                           PIC X(02) VALUE SPACES.
002130     05  DTL-DED                          PIC ZZ,ZZZ,ZZ9.99.
002140     05  FILLER                           PIC X(02) VALUE SPACES.
002150     05  DTL-NET                          PIC ZZ,ZZZ,ZZ9.99.
002160     05  FILLER                           PIC X(02) VALUE SPACES.
002170     05  DTL-FLAG                         PIC X(20).
002180     05  FILLER                           PIC X(11) VALUE SPACES.
002190
002200 01  DED-LINE-REC.
002210     05  FILLER                           PIC X(12) VALUE SPACES.
002220     05  DLN-CODE                         PIC X(06).
002230     05  FILLER                           PIC X(02) VALUE SPACES.
002240     05  DLN-BASIS                        PIC X(10).
002250     05  DLN-PERCENT                      PIC ZZ9.99
002260             BLANK WHEN ZERO.
002270     05  FILLER                           PIC X(35) VALUE SPACES.
002280     05  DLN-AMOUNT                       PIC ZZ,ZZZ,ZZ9.99.
002290     05  FILLER                           PIC X(48) VALUE SPACES.
002300
002310 01  DEPT-TOTAL-REC.
002320     05  FILLER                           PIC X(05) VALUE SPACES.
002330     05  DTO-LABEL                        PIC X(30).
002340     05  DTO-COUNT                        PIC ZZZ,ZZ9.
002350     05  FILLER                           PIC X(13) VALUE SPACES.
002360     05  DTO-GROSS                        PIC ZZZ,ZZZ,ZZ9.99.
002370     05  FILLER                           PIC X(01) VALUE SPACES.
002380     05  DTO-DED                          PIC ZZZ,ZZZ,ZZ9.99.
002390     05  FILLER                           PIC X(01) VALUE SPACES.
002400     05  DTO-NET                          PIC ZZZ,ZZZ,ZZ9.99.
002410     05  FILLER                           PIC X(33) VALUE SPACES.
002420
002430 01  SECTION-HDR-REC.
002440     05  FILLER                           PIC X(05) VALUE SPACES.
002450     05  SEC-TITLE                        PIC X(40).
002460     05  FILLER                           PIC X(87) VALUE SPACES.
002470
002480 01  CODE-TOTAL-REC.
002490     05  FILLER                           PIC X(10) VALUE SPACES.
002500     05  FILLER                           PIC X(15)
002510             VALUE 'DEDUCTION CODE '.
002520     05  CTO-CODE                         PIC X(06).
002530     05  FILLER                           PIC X(04) VALUE SPACES.
002540     05  FILLER                          PIC X(06) VALUE 'COUNT '.
002550     05  CTO-COUNT                        PIC ZZZ,ZZ9.
002560     05  FILLER                           PIC X(22) VALUE SPACES.
002570     05  CTO-AMOUNT                       PIC ZZZ,ZZZ,ZZ9.99.
002580     05  FILLER                           PIC X(48) VALUE SPACES.
002590
002600 01  FLAG-TOTAL-REC.
002610     05  FILLER                           PIC X(05) VALUE SPACES.
002620     05  FILLER                           PIC X(45)
002630         VALUE 'EMPLOYEES FLAGGED - DEDUCTIONS EXCEED GROSS: '.
002640     05  FTO-COUNT                        PIC ZZZ,ZZ9.
002650     05  FILLER                           PIC X(75) VALUE SPACES.
002660
002670
002680 PROCEDURE DIVISION.
002690*-----------------------------------------------------------------
002700* 0000-MAINLINE - NET EACH ACCEPTED CARD IN THE ORDER EMPTIM
002710* WROTE THEM, BREAKING ON DEPARTMENT THE SAME WAY PAYREG.RPT
002720* DOES, THEN THE COMPANY TOTALS.
002730*-----------------------------------------------------------------
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002770         UNTIL END-OF-FILE.
002780     IF NOT FIRST-DEPARTMENT
002790         PERFORM 4500-DEPT-TOTAL THRU 4500-EXIT
002800     END-IF.
002810     PERFORM 4600-GRAND-TOTAL THRU 4600-EXIT.
002820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002830     IF WS-FLAG-COUNT > 0
002840         MOVE 4 TO RETURN-CODE
002850     END-IF.
002860     GOBACK.
002870
002880*-----------------------------------------------------------------
002890* 1000-INITIALIZE - OPEN EVERY FILE, ABENDING CLEANLY WHEN A
002900* REQUIRED INPUT WILL NOT OPEN. NO DEDUCTION FILE YET (STATUS
002910* 35) IS NOT AN ERROR - IT JUST MEANS NO DEDUCTIONS.
002920*-----------------------------------------------------------------
002930 1000-INITIALIZE.
002940     OPEN INPUT ACC-FILE
002950     IF FILE-STATUS-1 NOT = '00'
002960         DISPLAY 'EMPNET - UNABLE TO OPEN TIMEACC.DAT - STATUS '
002970                 FILE-STATUS-1
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF
003010
003020     OPEN INPUT DEDUCT-FILE
003030     IF FILE-STATUS-2 = '35'
003040         MOVE 'N' TO WS-DED-FILE-SW
003050     ELSE
003060         IF FILE-STATUS-2 NOT = '00'
003070             DISPLAY 'EMPNET - UNABLE TO OPEN DEDUCT.DOC - '
003080                     'STATUS ' FILE-STATUS-2
003090             MOVE 16 TO RETURN-CODE
003100             STOP RUN
003110         END-IF
003120     END-IF
003130
003140     OPEN INPUT DEPT-FILE
003150     IF FILE-STATUS-3 NOT = '00'
003160         DISPLAY 'EMPNET - UNABLE TO OPEN DEPT.DOC - STATUS '
003170                 FILE-STATUS-3
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF
003210
003220     OPEN OUTPUT REPORT-FILE
003230     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
003240
003250     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003260 1000-EXIT.
003270     EXIT.
003280
003290 1100-READ-CARD.
003300     READ ACC-FILE
003310         AT END
003320             MOVE 'Y' TO WS-EOF-SW
003330         NOT AT END
003340             ADD 1 TO WS-READ-COUNT
003350     END-READ.
003360 1100-EXIT.
003370     EXIT.
003380
003390*-----------------------------------------------------------------
003400* 2000-PROCESS-CARD - BREAK ON DEPARTMENT, TAKE THE CARD'S
003410* DEDUCTIONS, WORK OUT THE NET AND PRINT THE CARD'S BLOCK - THE
003420* REGISTER LINE AND ONE LINE PER DEDUCTION, KEPT TOGETHER ON
003430* ONE PAGE.
003440*-----------------------------------------------------------------
003450 2000-PROCESS-CARD.
003460     IF FIRST-DEPARTMENT
003470         MOVE 'N' TO WS-FIRST-DEPT-SW
003480         PERFORM 4300-START-DEPT THRU 4300-EXIT
003490     ELSE
003500         IF TAC-DEPT NOT = WS-PREV-DEPT
003510             PERFORM 4500-DEPT-TOTAL THRU 4500-EXIT
003520             PERFORM 4300-START-DEPT THRU 4300-EXIT
003530         END-IF
003540     END-IF
003550
003560     PERFORM 2100-TAKE-DEDUCTIONS THRU 2100-EXIT
003570
003580     MOVE SPACES TO DTL-FLAG
003590     IF WS-EMP-DED > TAC-GROSS
003600         MOVE ZERO TO WS-EMP-NET
003610         MOVE '** DED EXCEED GROSS' TO DTL-FLAG
003620         ADD 1 TO WS-FLAG-COUNT
003630         ADD 1 TO WS-DEPT-FLAGS
003640     ELSE
003650         COMPUTE WS-EMP-NET = TAC-GROSS - WS-EMP-DED
003660     END-IF
003670
003680     IF WS-LINE-COUNT + 1 + WS-ED-USED > WS-LINES-PER-PAGE
003690         PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT
003700     END-IF
003710
003720     MOVE TAC-ID       TO DTL-ID
003730     MOVE TAC-L-NAME   TO DTL-L-NAME
003740     MOVE TAC-F-NAME   TO DTL-F-NAME
003750     MOVE TAC-WEEK-END TO DTL-WEEK-END
003760     MOVE TAC-GROSS    TO DTL-GROSS
003770     MOVE WS-EMP-DED   TO DTL-DED
003780     MOVE WS-EMP-NET   TO DTL-NET
003790     WRITE PRINT-LINE FROM DETAIL-REC
003800     ADD 1 TO WS-LINE-COUNT
003810
003820     PERFORM 2300-WRITE-DED-LINE THRU 2300-EXIT
003830         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-ED-USED
003840
003850     ADD 1          TO WS-DEPT-COUNT
003860     ADD 1          TO WS-GRAND-COUNT
003870     ADD TAC-GROSS  TO WS-DEPT-GROSS
003880     ADD TAC-GROSS  TO WS-GRAND-GROSS
003890     ADD WS-EMP-DED TO WS-DEPT-DED
003900     ADD WS-EMP-DED TO WS-GRAND-DED
003910     ADD WS-EMP-NET TO WS-DEPT-NET
003920     ADD WS-EMP-NET TO WS-GRAND-NET
003930
003940     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003950 2000-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------------------
003990* 2100-TAKE-DEDUCTIONS - BROWSE THIS EMPLOYEE'S DEDUCTION
004000* RECORDS (DED-KEY STARTS WITH THE ID) AND TAKE EVERY ONE IN
004010* FORCE FOR THE CARD'S WEEK-ENDING DATE.
004020*-----------------------------------------------------------------
004030 2100-TAKE-DEDUCTIONS.
004040     MOVE ZERO TO WS-EMP-DED
004050     MOVE ZERO TO WS-ED-USED
004060     IF NOT DEDUCT-FILE-PRESENT
004070         GO TO 2100-EXIT
004080     END-IF
004090
004100     MOVE 'N'        TO WS-DED-EOF-SW
004110     MOVE TAC-ID     TO DED-ID
004120     MOVE LOW-VALUES TO DED-CODE
004130     START DEDUCT-FILE KEY IS NOT LESS THAN DED-KEY
004140         INVALID KEY
004150             MOVE 'Y' TO WS-DED-EOF-SW
004160     END-START
004170     PERFORM 2110-NEXT-DEDUCTION THRU 2110-EXIT
004180         UNTIL DEDUCTIONS-DONE.
004190 2100-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------------
004230* 2110-NEXT-DEDUCTION - ONE DEDUCTION RECORD. NOT YET STARTED OR
004240* ALREADY STOPPED FOR THE WEEK MEANS IT IS SKIPPED THIS WEEK.
004250*-----------------------------------------------------------------
004260 2110-NEXT-DEDUCTION.
004270     READ DEDUCT-FILE NEXT RECORD
004280         AT END
004290             MOVE 'Y' TO WS-DED-EOF-SW
004300             GO TO 2110-EXIT
004310     END-READ
004320     IF DED-ID NOT = TAC-ID
004330         MOVE 'Y' TO WS-DED-EOF-SW
004340         GO TO 2110-EXIT
004350     END-IF
004360
004370     IF DED-START-DATE > TAC-WEEK-END
004380         GO TO 2110-EXIT
004390     END-IF
004400     IF DED-STOP-DATE NOT = SPACES
004410             AND DED-STOP-DATE < TAC-WEEK-END
004420         GO TO 2110-EXIT
004430     END-IF
004440
004450     IF DED-PCT-OF-GROSS
004460         COMPUTE WS-DED-TAKEN ROUNDED =
004470                 TAC-GROSS * DED-PERCENT / 100
004480     ELSE
004490         MOVE DED-AMOUNT TO WS-DED-TAKEN
004500     END-IF
004510     ADD WS-DED-TAKEN TO WS-EMP-DED
004520
004530     IF WS-ED-USED >= WS-CODE-SLOTS
004535         PERFORM 2290-TABLE-FULL THRU 2290-EXIT
004540     END-IF
004545     ADD 1 TO WS-ED-USED
004550     MOVE DED-CODE     TO ED-CODE (WS-ED-USED)
004560     MOVE DED-TYPE     TO ED-TYPE (WS-ED-USED)
004570     MOVE DED-PERCENT  TO ED-PERCENT (WS-ED-USED)
004580     MOVE WS-DED-TAKEN TO ED-TAKEN (WS-ED-USED)
004600
004610     PERFORM 2200-POST-CODE-TOTALS THRU 2200-EXIT.
004620 2110-EXIT.
004630     EXIT.
004640
004650*-----------------------------------------------------------------
004660* 2200-POST-CODE-TOTALS - BUMP THIS CODE'S SLOT IN THE
004670* DEPARTMENT AND COMPANY TABLES, OPENING A SLOT THE FIRST TIME A
004680* CODE APPEARS.
004690*-----------------------------------------------------------------
004700 2200-POST-CODE-TOTALS.
004710     MOVE 0 TO WS-HIT
004720     PERFORM 2210-MATCH-DEPT-CODE THRU 2210-EXIT
004730         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-DC-USED
004740     IF WS-HIT = 0
004750         IF WS-DC-USED >= WS-CODE-SLOTS
004760             PERFORM 2290-TABLE-FULL THRU 2290-EXIT
004770         END-IF
004780         ADD 1 TO WS-DC-USED
004790         MOVE WS-DC-USED TO WS-HIT
004800         MOVE DED-CODE   TO DC-CODE (WS-HIT)
004810         MOVE 0          TO DC-COUNT (WS-HIT)
004820         MOVE 0          TO DC-AMOUNT (WS-HIT)
004830     END-IF
004840     ADD 1            TO DC-COUNT (WS-HIT)
004850     ADD WS-DED-TAKEN TO DC-AMOUNT (WS-HIT)
004860
004870     MOVE 0 TO WS-HIT
004880     PERFORM 2220-MATCH-GRAND-CODE THRU 2220-EXIT
004890         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-GC-USED
004900     IF WS-HIT = 0
004910         IF WS-GC-USED >= WS-CODE-SLOTS
004920             PERFORM 2290-TABLE-FULL THRU 2290-EXIT
004930         END-IF
004940         ADD 1 TO WS-GC-USED
004950         MOVE WS-GC-USED TO WS-HIT
004960         MOVE DED-CODE   TO GC-CODE (WS-HIT)
004970         MOVE 0          TO GC-COUNT (WS-HIT)
004980         MOVE 0          TO GC-AMOUNT (WS-HIT)
004990     END-IF
005000     ADD 1            TO GC-COUNT (WS-HIT)
005010     ADD WS-DED-TAKEN TO GC-AMOUNT (WS-HIT).
005020 2200-EXIT.
005030     EXIT.
005040
005050 2210-MATCH-DEPT-CODE.
005060     IF DC-CODE (WS-TX) = DED-CODE
005070         MOVE WS-TX TO WS-HIT
005080     END-IF.
005090 2210-EXIT.
005100     EXIT.
005110
005120 2220-MATCH-GRAND-CODE.
005130     IF GC-CODE (WS-TX) = DED-CODE
005140         MOVE WS-TX TO WS-HIT
005150     END-IF.
005160 2220-EXIT.
005170     EXIT.
005180
005190 2290-TABLE-FULL.
005200     DISPLAY 'EMPNET - MORE THAN ' WS-CODE-SLOTS
005210             ' DEDUCTION CODES - CODE TABLE FULL AT ' DED-CODE
005220     MOVE 16 TO RETURN-CODE
005230     STOP RUN.
005240 2290-EXIT.
005250     EXIT.
005260
005270*-----------------------------------------------------------------
005280* 2300-WRITE-DED-LINE - ONE LINE PER DEDUCTION TAKEN, UNDER THE
005290* CARD'S REGISTER LINE, WITH THE AMOUNT IN THE DEDUCTIONS COLUMN.
005300*-----------------------------------------------------------------
005310 2300-WRITE-DED-LINE.
005320     MOVE ED-CODE (WS-TX)  TO DLN-CODE
005330     IF ED-TYPE (WS-TX) = 'P'
005340         MOVE 'PCT GROSS' TO DLN-BASIS
005350         MOVE ED-PERCENT (WS-TX) TO DLN-PERCENT
005360     ELSE
005370         MOVE 'FLAT'      TO DLN-BASIS
005380         MOVE ZERO        TO DLN-PERCENT
005390     END-IF
005400     MOVE ED-TAKEN (WS-TX) TO DLN-AMOUNT
005410     WRITE PRINT-LINE FROM DED-LINE-REC
005420     ADD 1 TO WS-LINE-COUNT.
005430 2300-EXIT.
005440     EXIT.
005450
005460*-----------------------------------------------------------------
005470* 4300-START-DEPT - OPEN A NEW DEPARTMENT: RESOLVE ITS NAME OFF
005480* THE REFERENCE FILE, RESET THE SUBTOTALS AND THE DEPARTMENT
005490* CODE TABLE AND FORCE A NEW PAGE.
005500*-----------------------------------------------------------------
005510 4300-START-DEPT.
005520     MOVE TAC-DEPT TO WS-PREV-DEPT
005530     MOVE ZERO     TO WS-DEPT-COUNT
005540     MOVE ZERO     TO WS-DEPT-GROSS
005550     MOVE ZERO     TO WS-DEPT-DED
005560     MOVE ZERO     TO WS-DEPT-NET
005570     MOVE ZERO     TO WS-DEPT-FLAGS
005580     MOVE ZERO     TO WS-DC-USED
005590
005600     MOVE TAC-DEPT TO DPT-CODE
005610     READ DEPT-FILE KEY IS DPT-CODE
005620         INVALID KEY
005630             MOVE '(NOT ON DEPARTMENT FILE)' TO DPT-NAME
005640     END-READ
005650     MOVE TAC-DEPT TO HL2-DEPT-CODE
005660     MOVE DPT-NAME TO HL2-DEPT-NAME
005670
005680     PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT.
005690 4300-EXIT.
005700     EXIT.
005710
005720 4400-WRITE-HEADINGS.
005730     ADD 1 TO WS-PAGE-COUNT
005740     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
005750     WRITE PRINT-LINE FROM HEADING-REC-1
005760     WRITE PRINT-LINE FROM HEADING-REC-2
005770     WRITE PRINT-LINE FROM HEADING-REC-3
005780     MOVE SPACES TO PRINT-LINE
005790     WRITE PRINT-LINE
005800     MOVE ZEROS TO WS-LINE-COUNT.
005810 4400-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------------
005850* 4500-DEPT-TOTAL - THE DEPARTMENT SUBTOTAL LINE, ITS DEDUCTION
005860* TOTALS BY CODE AND, WHEN ANYONE WAS FLAGGED, THE FLAG COUNT.
005870*-----------------------------------------------------------------
005880 4500-DEPT-TOTAL.
005890     MOVE 'DEPARTMENT TOTAL - EMPLOYEES: ' TO DTO-LABEL
005900     MOVE WS-DEPT-COUNT TO DTO-COUNT
005910     MOVE WS-DEPT-GROSS TO DTO-GROSS
005920     MOVE WS-DEPT-DED   TO DTO-DED
005930     MOVE WS-DEPT-NET   TO DTO-NET
005940     MOVE SPACES TO PRINT-LINE
005950     WRITE PRINT-LINE
005960     WRITE PRINT-LINE FROM DEPT-TOTAL-REC
005970
005980     IF WS-DC-USED > 0
005990         MOVE SPACES TO PRINT-LINE
006000         WRITE PRINT-LINE
006010         MOVE 'DEPARTMENT DEDUCTION TOTALS BY CODE' TO SEC-TITLE
006020         WRITE PRINT-LINE FROM SECTION-HDR-REC
006030         PERFORM 4510-WRITE-DEPT-CODE THRU 4510-EXIT
006040             VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-DC-USED
006050     END-IF
006060
006070     IF WS-DEPT-FLAGS > 0
006080         MOVE WS-DEPT-FLAGS TO FTO-COUNT
006090         MOVE SPACES TO PRINT-LINE
006100         WRITE PRINT-LINE
006110         WRITE PRINT-LINE FROM FLAG-TOTAL-REC
006120     END-IF.
006130 4500-EXIT.
006140     EXIT.
006150
006160 4510-WRITE-DEPT-CODE.
006170     MOVE DC-CODE (WS-TX)   TO CTO-CODE
006180     MOVE DC-COUNT (WS-TX)  TO CTO-COUNT
006190     MOVE DC-AMOUNT (WS-TX) TO CTO-AMOUNT
006200     WRITE PRINT-LINE FROM CODE-TOTAL-REC.
006210 4510-EXIT.
006220     EXIT.
006230
006240*-----------------------------------------------------------------
006250* 4600-GRAND-TOTAL - THE COMPANY TOTALS ON THEIR OWN PAGE: THE
006260* GROSS, DEDUCTIONS AND NET PAYROLL HAS TO TIE TO, THE DEDUCTION
006270* TOTALS BY CODE FOR POSTING, AND THE FLAG COUNT. PRINTED EVEN
006280* FOR AN EMPTY WEEK SO THE OPERATOR SEES THE STEP RAN.
006290*-----------------------------------------------------------------
006300 4600-GRAND-TOTAL.
006310     MOVE SPACES TO HL2-DEPT-CODE
006320     MOVE 'COMPANY CONTROL TOTAL' TO HL2-DEPT-NAME
006330     PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT
006340     MOVE 'COMPANY TOTAL    - EMPLOYEES: ' TO DTO-LABEL
006350     MOVE WS-GRAND-COUNT TO DTO-COUNT
006360     MOVE WS-GRAND-GROSS TO DTO-GROSS
006370     MOVE WS-GRAND-DED   TO DTO-DED
006380     MOVE WS-GRAND-NET   TO DTO-NET
006390     WRITE PRINT-LINE FROM DEPT-TOTAL-REC
006400
006410     MOVE SPACES TO PRINT-LINE
006420     WRITE PRINT-LINE
006430     MOVE 'COMPANY DEDUCTION TOTALS BY CODE' TO SEC-TITLE
006440     WRITE PRINT-LINE FROM SECTION-HDR-REC
006450     PERFORM 4610-WRITE-GRAND-CODE THRU 4610-EXIT
006460         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > WS-GC-USED
006470
006480     MOVE WS-FLAG-COUNT TO FTO-COUNT
006490     MOVE SPACES TO PRINT-LINE
006500     WRITE PRINT-LINE
006510     WRITE PRINT-LINE FROM FLAG-TOTAL-REC.
006520 4600-EXIT.
006530     EXIT.
006540
006550 4610-WRITE-GRAND-CODE.
006560     MOVE GC-CODE (WS-TX)   TO CTO-CODE
006570     MOVE GC-COUNT (WS-TX)  TO CTO-COUNT
006580     MOVE GC-AMOUNT (WS-TX) TO CTO-AMOUNT
006590     WRITE PRINT-LINE FROM CODE-TOTAL-REC.
006600 4610-EXIT.
006610     EXIT.
006620
006630*-----------------------------------------------------------------
006640* 9000-TERMINATE
006650*-----------------------------------------------------------------
006660 9000-TERMINATE.
006670     DISPLAY 'EMPNET - CARDS NETTED:       ' WS-READ-COUNT
006680     DISPLAY 'EMPNET - EMPLOYEES FLAGGED:  ' WS-FLAG-COUNT
006690     DISPLAY 'EMPNET - COMPANY GROSS PAY:  ' WS-GRAND-GROSS
006700     DISPLAY 'EMPNET - COMPANY DEDUCTIONS: ' WS-GRAND-DED
006710     DISPLAY 'EMPNET - COMPANY NET PAY:    ' WS-GRAND-NET
006720     CLOSE ACC-FILE
006730     IF DEDUCT-FILE-PRESENT
006740         CLOSE DEDUCT-FILE
006750     END-IF
006760     CLOSE DEPT-FILE
006770     CLOSE REPORT-FILE.
006780 9000-EXIT.
006790     EXIT.
