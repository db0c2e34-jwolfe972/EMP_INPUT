000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPTUR.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* THIS PROGRAM PRINTS THE MONTHLY HEADCOUNT AND TURNOVER REPORT
000180* (TURNOVR.RPT) - FOR EACH DEPARTMENT AND FOR THE COMPANY, THE
000190* OPENING HEADCOUNT, THE MOVEMENTS DURING THE MONTH AND THE
000200* CLOSING HEADCOUNT, WITH THE MONTHLY AND ROLLING TWELVE-MONTH
000210* TURNOVER PERCENTAGE.
000220*
000230* THE OPENING HEADCOUNT IS THE PREVIOUS MONTH'S SNAPSHOT ON THE
000240* HEADCOUNT HISTORY FILE (HEADCT.LOG, HCSREC, WRITTEN BY EMPHCS).
000250* THE MOVEMENTS ARE COUNTED FROM THE CHANGE-HISTORY JOURNAL
000260* (HIST.LOG, HSTREC), TAKING EXACTLY THE ENTRIES WRITTEN AFTER
000270* THAT SNAPSHOT AND NOT AFTER THE MONTH'S OWN SNAPSHOT, AND ARE
000280* FIGURED FROM THE EMPLOYEE IMAGES RATHER THAN THE ACTION ALONE:
000290*   HIRE      NOT ON FILE BEFORE, ACTIVE AFTER (ADD)
000300*   REHIRE    TERMINATED BEFORE, ACTIVE AFTER (REHIRE)
000310*   TERM      ACTIVE BEFORE, TERMINATED AFTER (TERM)
000320*   XFER      ACTIVE BEFORE AND AFTER IN ANOTHER DEPARTMENT -
000330*             EMPXFR TRANSFERS AND DEPARTMENT CHANGES ALIKE
000340*   OTHER     ANY OTHER ENTRY THAT MAKES A RECORD ACTIVE OR TAKES
000350*             AN ACTIVE ONE AWAY - AN EMP-SCR DELETE OR EMPPUR
000360*             PURGE OF AN ACTIVE RECORD, A STATUS KEYED BY CHANGE.
000367*
000370* DEDUCTION MAINTENANCE ENTRIES ARE SKIPPED.
000380*
000390* THE CLOSING HEADCOUNT FIGURED FROM THE OPENING AND THE
000400* MOVEMENTS IS PROVED AGAINST THE MONTH'S OWN SNAPSHOT (THE NEXT
000410* MONTH'S OPENING); ANY DIFFERENCE IS FLAGGED OUT OF BALANCE - IT
000420* MEANS THE MASTER CHANGED WITHOUT A JOURNAL ENTRY (A RELOAD, FOR
000430* INSTANCE). UNTIL THAT SNAPSHOT IS TAKEN THE CLOSING IS SHOWN
000440* UNPROVED.
000450*
000460* TURNOVER IS TERMINATIONS AS A PERCENT OF AVERAGE HEADCOUNT. FOR
000470* THE MONTH THE AVERAGE IS OF THE OPENING AND CLOSING; FOR THE
000480* ROLLING TWELVE MONTHS IT IS OF THE MONTH-END SNAPSHOTS, AND THE
000490* TERMINATIONS ARE COUNTED FROM THE SNAPSHOT TWELVE MONTHS BACK.
000500* WHILE LESS THAN TWELVE MONTHS OF SNAPSHOTS ARE ON FILE THE
000510* ROLLING FIGURE COVERS WHAT THERE IS AND IS MARKED '*'.
000520*
000530* THE MONTH (YYYYMM) COMES FROM COLUMNS 1-6 OF TURNOVR.PRM; BLANK,
000540* OR NO CARD, MEANS THE LATEST MONTH WITH A SNAPSHOT ON FILE.
000550*
000560* RETURN CODE 0 MEANS EVERY DEPARTMENT BALANCED; 4 MEANS AT LEAST
000570* ONE CLOSING DID NOT AGREE WITH THE SNAPSHOT; 16 MEANS A BAD
000580* CARD, NO SNAPSHOT FOR THE PREVIOUS MONTH, A DEPARTMENT TABLE
000590* OVERFLOW OR A FILE THAT WOULD NOT OPEN.
000600*****************************************************************
000610*-----------------------------------------------------------------
000620* MODIFICATION HISTORY
000630*-----------------------------------------------------------------
000640* 10/15/2026 JW  ORIGINAL PROGRAM.
000650*-----------------------------------------------------------------
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700
000710     SELECT PARM-FILE ASSIGN TO 'TURNOVR.PRM'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FILE-STATUS-1.
000740
000750     SELECT SNAP-FILE ASSIGN TO 'HEADCT.LOG'
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FILE-STATUS-2.
000780
000790     SELECT HIST-FILE ASSIGN TO 'HIST.LOG'
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FILE-STATUS-3.
000820
000830     SELECT REPORT-FILE ASSIGN TO 'TURNOVR.RPT'
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FILE-STATUS-4.
000860
000870     SELECT SORT-FILE ASSIGN TO 'SORTWK'.
000880
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920
000930 FD  PARM-FILE RECORDING MODE F.
000940 01  PARM-REC.
000950     05  PRM-PERIOD                      PIC X(06).
000960     05  FILLER                          PIC X(74).
000970
000980 FD  SNAP-FILE RECORDING MODE F.
000990     COPY HCSREC.
001000
001010 FD  HIST-FILE RECORDING MODE F.
001020     COPY HSTREC.
001030
001040 FD  REPORT-FILE RECORDING MODE F.
001050 01  PRINT-LINE                          PIC X(132).
001060
001070*-----------------------------------------------------------------
001080* THE DEPARTMENT TABLE IS PRINTED IN DEPARTMENT ORDER BY SORTING
001090* ITS ENTRY NUMBERS.
001100*-----------------------------------------------------------------
001110 SD  SORT-FILE.
001120 01  SORT-REC.
001130     05  SRT-DEPT                        PIC X(10).
001140     05  SRT-DX                          PIC 9(04).
001150
001160
001170 WORKING-STORAGE SECTION.
001180 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
001190 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
001200 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
001210 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
001220
001230 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
001240     88  END-OF-FILE                              VALUE 'Y'.
001250
001260 77  WS-SORT-EOF-SW                       PIC X(01) VALUE 'N'.
001270     88  SORT-END-OF-FILE                         VALUE 'Y'.
001280
001290 77  WS-CLOSING-SW                        PIC X(01) VALUE 'N'.
001300     88  CLOSING-SNAPSHOT-PRESENT                 VALUE 'Y'.
001310
001320 77  WS-WAS-ACTIVE-SW                     PIC X(01) VALUE 'N'.
001330     88  WAS-ACTIVE                               VALUE 'Y'.
001340
001350 77  WS-IS-ACTIVE-SW                      PIC X(01) VALUE 'N'.
001360     88  IS-ACTIVE                                VALUE 'Y'.
001370
001380 77  WS-IN-MONTH-SW                       PIC X(01) VALUE 'N'.
001390     88  IN-MONTH                                 VALUE 'Y'.
001400
001410 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
001420 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
001430 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
001440
001450 77  WS-HIST-COUNT                        PIC 9(07) COMP VALUE 0.
001460 77  WS-DED-COUNT                         PIC 9(07) COMP VALUE 0.
001470 77  WS-ROLL-COUNT                        PIC 9(07) COMP VALUE 0.
001480 77  WS-MONTH-COUNT                       PIC 9(07) COMP VALUE 0.
001490 77  WS-UNBALANCED-COUNT                  PIC 9(04) COMP VALUE 0.
001500
001510*-----------------------------------------------------------------
001520* PERIODS ARE HELD AS A MONTH NUMBER (YEAR TIMES 12 PLUS MONTH
001530* LESS 1) SO THEY CAN BE COUNTED BACK ACROSS A YEAR END. ENTRY 13
001540* OF THE PERIOD TABLE IS THE REPORT MONTH, 12 THE MONTH BEFORE
001550* (THE OPENING SNAPSHOT) AND 1 THE MONTH TWELVE BACK.
001560*-----------------------------------------------------------------
001570 01  WS-PERIOD.
001580     05  WS-PERIOD-YYYY                   PIC 9(04).
001590     05  WS-PERIOD-MM                     PIC 9(02).
001600 01  WS-PERIOD-X REDEFINES WS-PERIOD      PIC X(06).
001610
001620 01  WS-REC-PERIOD.
001630     05  WS-REC-YYYY                      PIC 9(04).
001640     05  WS-REC-MM                        PIC 9(02).
001650 01  WS-REC-PERIOD-X REDEFINES WS-REC-PERIOD
001660                                          PIC X(06).
001670
001680 01  WS-OPEN-PERIOD.
001690     05  WS-OPEN-YYYY                     PIC 9(04).
001700     05  WS-OPEN-MM                       PIC 9(02).
001710 01  WS-OPEN-PERIOD-X REDEFINES WS-OPEN-PERIOD
001720                                          PIC X(06).
001730
001740 77  WS-PERIOD-NO                         PIC 9(06) COMP VALUE 0.
001750 77  WS-REC-PERIOD-NO                     PIC 9(06) COMP VALUE 0.
001760 77  WS-LATEST-PERIOD                     PIC X(06) VALUE SPACES.
001770 77  WS-PX                                PIC S9(06) COMP VALUE 0.
001780 77  WS-DX                                PIC 9(04) COMP VALUE 0.
001790 77  WS-HIT                               PIC 9(04) COMP VALUE 0.
001800 77  WS-ROLL-START                        PIC 9(02) COMP VALUE 0.
001810 77  WS-ROLL-PERIODS                      PIC 9(02) COMP VALUE 0.
001820 77  WS-ROLL-MONTHS                       PIC 9(02) COMP VALUE 0.
001830 77  WS-WORK-REM                          PIC 9(02) COMP VALUE 0.
001840
001850 01  WS-PERIOD-TABLE.
001860     05  WS-PER-ENTRY OCCURS 13 TIMES.
001870         10  WS-PER-STAMP                 PIC X(16).
001880         10  WS-PER-HEADCOUNT             PIC 9(06) COMP.
001890
001900*-----------------------------------------------------------------
001910* JOURNAL WINDOWS - ENTRIES STAMPED AFTER THE START AND NOT AFTER
001920* THE END (YYYYMMDD FOLLOWED BY HHMMSSHH, AS HST-DATE AND
001930* HST-TIME).
001940*-----------------------------------------------------------------
001950 01  WS-SNAP-STAMP.
001960     05  WS-SNAP-DATE                     PIC X(08).
001970     05  WS-SNAP-TIME                     PIC X(08).
001980
001990 01  WS-HIST-STAMP.
002000     05  WS-HIST-DATE                     PIC X(08).
002010     05  WS-HIST-TIME                     PIC X(08).
002020
002030 01  WS-MONTH-START                       PIC X(16) VALUE SPACES.
002040 01  WS-ROLL-START-STAMP                  PIC X(16) VALUE SPACES.
002050 01  WS-END-STAMP                         PIC X(16) VALUE SPACES.
002060
002070*-----------------------------------------------------------------
002080* ONE ENTRY PER DEPARTMENT SEEN ON A SNAPSHOT OR IN THE JOURNAL.
002090*-----------------------------------------------------------------
002100 77  WS-DEPT-USED                         PIC 9(04) COMP VALUE 0.
002110 77  WS-DEPT-MAX                          PIC 9(04) COMP
002120                                          VALUE 200.
002130 77  WS-FIND-DEPT                         PIC X(10) VALUE SPACES.
002140
002150 01  WS-DEPT-TABLE.
002160     05  WS-DEP-ENTRY OCCURS 200 TIMES.
002170         10  WS-DEP-CODE                  PIC X(10).
002180         10  WS-DEP-SNAP                  PIC 9(06) COMP
002190                                          OCCURS 13 TIMES.
002200         10  WS-DEP-HIRES                 PIC 9(06) COMP.
002210         10  WS-DEP-REHIRES               PIC 9(06) COMP.
002220         10  WS-DEP-TERMS                 PIC 9(06) COMP.
002230         10  WS-DEP-XFER-IN               PIC 9(06) COMP.
002240         10  WS-DEP-XFER-OUT              PIC 9(06) COMP.
002250         10  WS-DEP-OTHER-IN              PIC 9(06) COMP.
002260         10  WS-DEP-OTHER-OUT             PIC 9(06) COMP.
002270         10  WS-DEP-TERMS-12              PIC 9(06) COMP.
002280
002290*-----------------------------------------------------------------
002300* THE LINE BEING FIGURED - A DEPARTMENT, THEN THE COMPANY, WHOSE
002310* MOVEMENTS ARE THE SUM OF THE DEPARTMENT LINES.
002320*-----------------------------------------------------------------
002330 01  WS-LINE-FIGURES.
002340     05  WS-L-OPENING                     PIC 9(07) COMP.
002350     05  WS-L-HIRES                       PIC 9(07) COMP.
002360     05  WS-L-REHIRES                     PIC 9(07) COMP.
002370     05  WS-L-TERMS                       PIC 9(07) COMP.
002380     05  WS-L-XFER-IN                     PIC 9(07) COMP.
002390     05  WS-L-XFER-OUT                    PIC 9(07) COMP.
002400     05  WS-L-OTHER-IN                    PIC 9(07) COMP.
002410     05  WS-L-OTHER-OUT                   PIC 9(07) COMP.
002420     05  WS-L-SNAPSHOT                    PIC 9(07) COMP.
002430     05  WS-L-TERMS-12                    PIC 9(07) COMP.
002440     05  WS-L-SUM-12                      PIC 9(09) COMP.
002450
002460 01  WS-CO-FIGURES.
002470     05  WS-C-HIRES                       PIC 9(07) COMP.
002480     05  WS-C-REHIRES                     PIC 9(07) COMP.
002490     05  WS-C-TERMS                       PIC 9(07) COMP.
002500     05  WS-C-XFER-IN                     PIC 9(07) COMP.
002510     05  WS-C-XFER-OUT                    PIC 9(07) COMP.
002520     05  WS-C-OTHER-IN                    PIC 9(07) COMP.
002530     05  WS-C-OTHER-OUT                   PIC 9(07) COMP.
002540     05  WS-C-TERMS-12                    PIC 9(07) COMP.
002550
002560 77  WS-L-OTHER                           PIC S9(07) VALUE 0.
002570 77  WS-L-CLOSING                         PIC S9(07) VALUE 0.
002580 77  WS-L-DIFF                            PIC S9(07) VALUE 0.
002590 77  WS-L-BASE                            PIC S9(09) VALUE 0.
002600 77  WS-L-MONTH-PCT                       PIC 9(03)V99 VALUE 0.
002610 77  WS-L-ROLL-PCT                        PIC 9(03)V99 VALUE 0.
002620
002630 01  HEADING-REC-1.
002640     05  FILLER                           PIC X(35) VALUE SPACES.
002650     05  FILLER                           PIC X(44)
002660             VALUE 'MONTHLY HEADCOUNT AND TURNOVER REPORT'.
002670     05  FILLER                           PIC X(02) VALUE SPACES.
002680     05  FILLER                           PIC X(05) VALUE 'PAGE '.
002690     05  HL1-PAGE-NO                      PIC ZZZ9.
002700     05  FILLER                           PIC X(42) VALUE SPACES.
002710
002720 01  HEADING-REC-2.
002730     05  FILLER                           PIC X(05) VALUE SPACES.
002740     05  FILLER                           PIC X(07)
002750             VALUE 'MONTH: '.
002760     05  HL2-PERIOD                       PIC X(06).
002770     05  FILLER                           PIC X(21)
002780             VALUE '   OPENING SNAPSHOT: '.
002790     05  HL2-OPEN-DATE                    PIC X(08).
002800     05  FILLER                           PIC X(01) VALUE SPACES.
002810     05  HL2-OPEN-TIME                    PIC X(08).
002820     05  FILLER                           PIC X(21)
002830             VALUE '   CLOSING SNAPSHOT: '.
002840     05  HL2-CLOSE                        PIC X(17).
002850     05  FILLER                           PIC X(18)
002860             VALUE '   ROLLING MONTHS:'.
002870     05  HL2-ROLL-MONTHS                  PIC ZZ9.
002880     05  FILLER                           PIC X(17) VALUE SPACES.
002890
002900 01  HEADING-REC-3.
002910     05  FILLER                           PIC X(17) VALUE SPACES.
002920     05  FILLER                           PIC X(08)
002930             VALUE 'OPENING'.
002940     05  FILLER                           PIC X(35) VALUE SPACES.
002950     05  FILLER                           PIC X(08)
002960             VALUE '  OTHER'.
002970     05  FILLER                           PIC X(09)
002980             VALUE ' CLOSING'.
002990     05  FILLER                           PIC X(08)
003000             VALUE 'SNAPSHOT'.
003010     05  FILLER                           PIC X(09) VALUE SPACES.
003020     05  FILLER                           PIC X(17)
003030             VALUE '  TURNOVER %'.
003040     05  FILLER                           PIC X(21) VALUE SPACES.
003050
003060 01  HEADING-REC-4.
003070     05  FILLER                           PIC X(05) VALUE SPACES.
003080     05  FILLER                           PIC X(12)
003090             VALUE 'DEPARTMENT'.
003100     05  FILLER                           PIC X(08)
003110             VALUE 'HEADCNT'.
003120     05  FILLER                           PIC X(07)
003130             VALUE ' HIRES'.
003140     05  FILLER                           PIC X(07)
003150             VALUE 'REHIRE'.
003160     05  FILLER                           PIC X(07)
003170             VALUE ' TERMS'.
003180     05  FILLER                           PIC X(07)
003190             VALUE 'XFR IN'.
003200     05  FILLER                           PIC X(07)
003210             VALUE 'XFROUT'.
003220     05  FILLER                           PIC X(08)
003230             VALUE '  +/-'.
003240     05  FILLER                           PIC X(09)
003250             VALUE ' FIGURED'.
003260     05  FILLER                           PIC X(08)
003270             VALUE ' CLOSING'.
003280     05  FILLER                           PIC X(09)
003290             VALUE '   DIFF'.
003300     05  FILLER                           PIC X(08)
003310             VALUE ' MONTH'.
003320     05  FILLER                           PIC X(09)
003330             VALUE '12-MONTH'.
003340     05  FILLER                           PIC X(21) VALUE SPACES.
003350
003360 01  DETAIL-REC.
003370     05  FILLER                           PIC X(05) VALUE SPACES.
003380     05  DTL-DEPT                         PIC X(10).
003390     05  FILLER                           PIC X(02) VALUE SPACES.
003400     05  DTL-OPENING                      PIC ZZZ,ZZ9.
003410     05  FILLER                           PIC X(01) VALUE SPACES.
003420     05  DTL-HIRES                        PIC ZZ,ZZ9.
003430     05  FILLER                           PIC X(01) VALUE SPACES.
003440     05  DTL-REHIRES                      PIC ZZ,ZZ9.
003450     05  FILLER                           PIC X(01) VALUE SPACES.
003460     05  DTL-TERMS                        PIC ZZ,ZZ9.
003470     05  FILLER                           PIC X(01) VALUE SPACES.
003480     05  DTL-XFER-IN                      PIC ZZ,ZZ9.
003490     05  FILLER                           PIC X(01) VALUE SPACES.
003500     05  DTL-XFER-OUT                     PIC ZZ,ZZ9.
003510     05  FILLER                           PIC X(01) VALUE SPACES.
003520     05  DTL-OTHER                        PIC ZZ,ZZ9-.
003530     05  FILLER                           PIC X(01) VALUE SPACES.
003540     05  DTL-CLOSING                      PIC ZZZ,ZZ9-.
003550     05  FILLER                           PIC X(01) VALUE SPACES.
003560     05  DTL-SNAPSHOT                     PIC ZZZ,ZZ9.
003570     05  DTL-SNAPSHOT-X REDEFINES DTL-SNAPSHOT
003580                                          PIC X(07).
003590     05  FILLER                           PIC X(01) VALUE SPACES.
003600     05  DTL-DIFF                         PIC ZZ,ZZ9-
003610                                          BLANK WHEN ZERO.
003620     05  FILLER                           PIC X(02) VALUE SPACES.
003630     05  DTL-MONTH-PCT                    PIC ZZ9.99.
003640     05  FILLER                           PIC X(02) VALUE SPACES.
003650     05  DTL-ROLL-PCT                     PIC ZZ9.99.
003660     05  DTL-ROLL-PCT-X REDEFINES DTL-ROLL-PCT
003670                                          PIC X(06).
003680     05  DTL-ROLL-FLAG                    PIC X(01).
003690     05  FILLER                           PIC X(02) VALUE SPACES.
003700     05  DTL-NOTE                         PIC X(21).
003710
003720 01  TOTAL-REC.
003730     05  FILLER                           PIC X(05) VALUE SPACES.
003740     05  TOT-LABEL                        PIC X(40).
003750     05  TOT-COUNT                        PIC Z,ZZZ,ZZ9.
003760     05  FILLER                           PIC X(78) VALUE SPACES.
003770
003780 01  FOOTNOTE-1.
003790     05  FILLER                           PIC X(05) VALUE SPACES.
003800     05  FILLER                           PIC X(33)
003810             VALUE 'OTHER +/- IS RECORDS MADE ACTIVE '.
003820     05  FILLER                           PIC X(14)
003830             VALUE 'OR TAKEN AWAY '.
003840     05  FILLER                           PIC X(44)
003850             VALUE 'OTHER THAN BY A HIRE, REHIRE OR TERMINATION '.
003860     05  FILLER                           PIC X(36)
003870             VALUE '(A DELETE OR PURGE OF AN ACTIVE ONE)'.
003880
003890 01  FOOTNOTE-2.
003900     05  FILLER                           PIC X(05) VALUE SPACES.
003910     05  FILLER                           PIC X(25)
003920             VALUE 'TURNOVER IS TERMINATIONS '.
003930     05  FILLER                           PIC X(24)
003940             VALUE 'AS A PERCENT OF AVERAGE '.
003950     05  FILLER                           PIC X(43)
003960             VALUE 'HEADCOUNT. * - FEWER THAN TWELVE MONTHS OF '.
003970     05  FILLER                           PIC X(35)
003980             VALUE 'SNAPSHOTS ON FILE.'.
003990
004000
004010 PROCEDURE DIVISION.
004020*-----------------------------------------------------------------
004030* 0000-MAINLINE - LOAD THE SNAPSHOTS, COUNT THE JOURNAL'S
004040* MOVEMENTS, THEN PRINT THE DEPARTMENTS IN ORDER FOLLOWED BY THE
004050* COMPANY LINE.
004060*-----------------------------------------------------------------
004070 0000-MAINLINE.
004080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004090     PERFORM 2000-LOAD-SNAPSHOTS THRU 2000-EXIT.
004100     PERFORM 2500-SET-WINDOWS THRU 2500-EXIT.
004110     PERFORM 3000-COUNT-MOVEMENTS THRU 3000-EXIT.
004120     SORT SORT-FILE
004130         ON ASCENDING KEY SRT-DEPT
004140         INPUT PROCEDURE IS 4000-RELEASE-DEPTS THRU 4000-EXIT
004150         OUTPUT PROCEDURE IS 5000-PRINT-REPORT THRU 5000-EXIT.
004160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004170     IF WS-UNBALANCED-COUNT > 0
004180         MOVE 4 TO RETURN-CODE
004190     END-IF.
004200     GOBACK.
004210
004220*-----------------------------------------------------------------
004230* 1000-INITIALIZE - SETTLE THE REPORT MONTH. WITH NO MONTH ON THE
004240* CARD, THE LATEST SNAPSHOT PERIOD ON FILE IS REPORTED.
004250*-----------------------------------------------------------------
004260 1000-INITIALIZE.
004270     OPEN INPUT PARM-FILE
004280     IF FILE-STATUS-1 = '35'
004290         MOVE SPACES TO PARM-REC
004300     ELSE
004310         IF FILE-STATUS-1 NOT = '00'
004320             DISPLAY 'EMPTUR - UNABLE TO OPEN TURNOVR.PRM - '
004330                     'STATUS ' FILE-STATUS-1
004340             MOVE 16 TO RETURN-CODE
004350             STOP RUN
004360         END-IF
004370         READ PARM-FILE
004380             AT END
004390                 MOVE SPACES TO PARM-REC
004400         END-READ
004410         CLOSE PARM-FILE
004420     END-IF
004430
004440     IF PRM-PERIOD = SPACES
004450         PERFORM 1100-FIND-LATEST THRU 1100-EXIT
004460         MOVE WS-LATEST-PERIOD TO WS-PERIOD-X
004470     ELSE
004480         MOVE PRM-PERIOD TO WS-PERIOD-X
004490     END-IF
004500     IF WS-PERIOD-X IS NOT NUMERIC
004510        OR WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
004520         DISPLAY 'EMPTUR - BAD REPORT MONTH: ' WS-PERIOD-X
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF
004560
004570     COMPUTE WS-PERIOD-NO = WS-PERIOD-YYYY * 12 + WS-PERIOD-MM - 1
004580     COMPUTE WS-REC-PERIOD-NO = WS-PERIOD-NO - 1
004590     DIVIDE WS-REC-PERIOD-NO BY 12 GIVING WS-OPEN-YYYY
004600         REMAINDER WS-WORK-REM
004610     COMPUTE WS-OPEN-MM = WS-WORK-REM + 1
004620
004630     INITIALIZE WS-PERIOD-TABLE
004640     INITIALIZE WS-DEPT-TABLE
004650     INITIALIZE WS-CO-FIGURES
004660     DISPLAY 'EMPTUR - REPORT MONTH: ' WS-PERIOD-X.
004670 1000-EXIT.
004680     EXIT.
004690
004700*-----------------------------------------------------------------
004710* 1100-FIND-LATEST - THE HIGHEST PERIOD WITH A COMPANY TOTAL.
004720*-----------------------------------------------------------------
004730 1100-FIND-LATEST.
004740     PERFORM 1200-OPEN-SNAPSHOTS THRU 1200-EXIT
004750     PERFORM 1300-READ-SNAPSHOT THRU 1300-EXIT
004760     PERFORM 1150-CHECK-LATEST THRU 1150-EXIT
004770         UNTIL END-OF-FILE
004780     CLOSE SNAP-FILE
004790     MOVE 'N' TO WS-EOF-SW
004800     IF WS-LATEST-PERIOD = SPACES
004810         DISPLAY 'EMPTUR - NO SNAPSHOTS ON HEADCT.LOG'
004820         MOVE 16 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850 1100-EXIT.
004860     EXIT.
004870
004880 1150-CHECK-LATEST.
004890     IF HCS-COMPANY-TOTAL AND HCS-PERIOD > WS-LATEST-PERIOD
004900         MOVE HCS-PERIOD TO WS-LATEST-PERIOD
004910     END-IF
004920     PERFORM 1300-READ-SNAPSHOT THRU 1300-EXIT.
004930 1150-EXIT.
004940     EXIT.
004950
004960 1200-OPEN-SNAPSHOTS.
004970     OPEN INPUT SNAP-FILE
004980     IF FILE-STATUS-2 NOT = '00'
004990         DISPLAY 'EMPTUR - UNABLE TO OPEN HEADCT.LOG - STATUS '
005000                 FILE-STATUS-2
005010         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005030     END-IF.
005040 1200-EXIT.
005050     EXIT.
005060
005070 1300-READ-SNAPSHOT.
005080     READ SNAP-FILE
005090         AT END
005100             MOVE 'Y' TO WS-EOF-SW
005110     END-READ.
005120 1300-EXIT.
005130     EXIT.
005140
005150*-----------------------------------------------------------------
005160* 2000-LOAD-SNAPSHOTS - HOLD THE SNAPSHOTS FOR THE REPORT MONTH
005170* AND THE TWELVE BEFORE IT. THE FILE IS IN THE ORDER THE
005180* SNAPSHOTS WERE TAKEN, SO A LATER SET FOR A PERIOD REPLACES AN
005190* EARLIER ONE.
005200*-----------------------------------------------------------------
005210 2000-LOAD-SNAPSHOTS.
005220     PERFORM 1200-OPEN-SNAPSHOTS THRU 1200-EXIT
005230     PERFORM 1300-READ-SNAPSHOT THRU 1300-EXIT
005240     PERFORM 2100-LOAD-SNAPSHOT THRU 2100-EXIT
005250         UNTIL END-OF-FILE
005260     CLOSE SNAP-FILE
005270     MOVE 'N' TO WS-EOF-SW
005280
005290     IF WS-PER-STAMP (12) = SPACES
005300         DISPLAY 'EMPTUR - NO OPENING SNAPSHOT FOR '
005310                 WS-OPEN-PERIOD-X ' ON HEADCT.LOG'
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350 2000-EXIT.
005360     EXIT.
005370
005380 2100-LOAD-SNAPSHOT.
005390     MOVE HCS-PERIOD TO WS-REC-PERIOD-X
005400     IF WS-REC-PERIOD-X IS NOT NUMERIC
005410         GO TO 2100-READ
005420     END-IF
005430     COMPUTE WS-REC-PERIOD-NO = WS-REC-YYYY * 12 + WS-REC-MM - 1
005440     COMPUTE WS-PX = WS-REC-PERIOD-NO - WS-PERIOD-NO + 13
005450     IF WS-PX < 1 OR WS-PX > 13
005460         GO TO 2100-READ
005470     END-IF
005480
005490     MOVE HCS-SNAP-DATE TO WS-SNAP-DATE
005500     MOVE HCS-SNAP-TIME TO WS-SNAP-TIME
005510     IF WS-SNAP-STAMP < WS-PER-STAMP (WS-PX)
005520         GO TO 2100-READ
005530     END-IF
005540     IF WS-SNAP-STAMP > WS-PER-STAMP (WS-PX)
005550         PERFORM 2200-CLEAR-PERIOD THRU 2200-EXIT
005560     END-IF
005570
005580     IF HCS-COMPANY-TOTAL
005590         MOVE HCS-HEADCOUNT TO WS-PER-HEADCOUNT (WS-PX)
005600     ELSE
005610         MOVE HCS-DEPT TO WS-FIND-DEPT
005620         PERFORM 8000-FIND-DEPT THRU 8000-EXIT
005630         MOVE HCS-HEADCOUNT TO WS-DEP-SNAP (WS-DX, WS-PX)
005640     END-IF.
005650 2100-READ.
005660     PERFORM 1300-READ-SNAPSHOT THRU 1300-EXIT.
005670 2100-EXIT.
005680     EXIT.
005690
005700 2200-CLEAR-PERIOD.
005710     MOVE WS-SNAP-STAMP TO WS-PER-STAMP (WS-PX)
005720     MOVE 0 TO WS-PER-HEADCOUNT (WS-PX)
005730     PERFORM 2250-CLEAR-DEPT-SNAP THRU 2250-EXIT
005740         VARYING WS-DX FROM 1 BY 1
005750         UNTIL WS-DX > WS-DEPT-USED.
005760 2200-EXIT.
005770     EXIT.
005780
005790 2250-CLEAR-DEPT-SNAP.
005800     MOVE 0 TO WS-DEP-SNAP (WS-DX, WS-PX).
005810 2250-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------------
005850* 2500-SET-WINDOWS - THE MONTH RUNS FROM THE OPENING SNAPSHOT TO
005860* THE CLOSING ONE (OR THE END OF THE JOURNAL UNTIL IT IS TAKEN);
005870* THE ROLLING YEAR FROM THE EARLIEST SNAPSHOT OF THE TWELVE
005880* BEFORE THE REPORT MONTH. THE ROLLING AVERAGE IS OF THE
005890* MONTH-END SNAPSHOTS AFTER THAT ONE.
005900*-----------------------------------------------------------------
005910 2500-SET-WINDOWS.
005920     MOVE WS-PER-STAMP (12) TO WS-MONTH-START
005930     IF WS-PER-STAMP (13) = SPACES
005940         MOVE HIGH-VALUES TO WS-END-STAMP
005950         MOVE 'NOT YET TAKEN' TO HL2-CLOSE
005960     ELSE
005970         MOVE 'Y' TO WS-CLOSING-SW
005980         MOVE WS-PER-STAMP (13) TO WS-END-STAMP
005990         MOVE SPACES TO HL2-CLOSE
006000         MOVE WS-END-STAMP (1:8) TO HL2-CLOSE (1:8)
006010         MOVE WS-END-STAMP (9:8) TO HL2-CLOSE (10:8)
006020     END-IF
006030
006040     MOVE 0 TO WS-ROLL-START
006050     PERFORM 2550-FIND-ROLL-START THRU 2550-EXIT
006060         VARYING WS-PX FROM 12 BY -1
006070         UNTIL WS-PX < 1
006080     MOVE WS-PER-STAMP (WS-ROLL-START) TO WS-ROLL-START-STAMP
006090     COMPUTE WS-ROLL-MONTHS = 13 - WS-ROLL-START
006100
006110     MOVE 0 TO WS-ROLL-PERIODS
006120     COMPUTE WS-PX = WS-ROLL-START + 1
006130     PERFORM 2600-COUNT-ROLL-PERIOD THRU 2600-EXIT
006140         VARYING WS-PX FROM WS-PX BY 1
006150         UNTIL WS-PX > 13
006160
006170     MOVE WS-PERIOD-X          TO HL2-PERIOD
006180     MOVE WS-MONTH-START (1:8) TO HL2-OPEN-DATE
006190     MOVE WS-MONTH-START (9:8) TO HL2-OPEN-TIME
006200     MOVE WS-ROLL-MONTHS       TO HL2-ROLL-MONTHS.
006210 2500-EXIT.
006220     EXIT.
006230
006240 2550-FIND-ROLL-START.
006250     IF WS-PER-STAMP (WS-PX) NOT = SPACES
006260         MOVE WS-PX TO WS-ROLL-START
006270     END-IF.
006280 2550-EXIT.
006290     EXIT.
006300
006310 2600-COUNT-ROLL-PERIOD.
006320     IF WS-PER-STAMP (WS-PX) NOT = SPACES
006330         ADD 1 TO WS-ROLL-PERIODS
006340     END-IF.
006350 2600-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------------
006390* 3000-COUNT-MOVEMENTS - READ THE JOURNAL ACROSS THE ROLLING
006400* WINDOW. TERMINATIONS COUNT TOWARD THE ROLLING YEAR THROUGHOUT;
006410* EVERY MOVEMENT COUNTS TOWARD THE MONTH ONCE PAST THE OPENING
006420* SNAPSHOT. A MISSING JOURNAL MEANS NO MOVEMENTS.
006430*-----------------------------------------------------------------
006440 3000-COUNT-MOVEMENTS.
006450     OPEN INPUT HIST-FILE
006460     IF FILE-STATUS-3 = '35'
006470         GO TO 3000-EXIT
006480     END-IF
006490     IF FILE-STATUS-3 NOT = '00'
006500         DISPLAY 'EMPTUR - UNABLE TO OPEN HIST.LOG - STATUS '
006510                 FILE-STATUS-3
006520         MOVE 16 TO RETURN-CODE
006530         STOP RUN
006540     END-IF
006550     PERFORM 3100-READ-NEXT THRU 3100-EXIT
006560     PERFORM 3200-COUNT-ENTRY THRU 3200-EXIT
006570         UNTIL END-OF-FILE
006580     CLOSE HIST-FILE.
006590 3000-EXIT.
006600     EXIT.
006610
006620 3100-READ-NEXT.
006630     READ HIST-FILE
006640         AT END
006650             MOVE 'Y' TO WS-EOF-SW
006660     END-READ.
006670 3100-EXIT.
006680     EXIT.
006690
006700 3200-COUNT-ENTRY.
006710     ADD 1 TO WS-HIST-COUNT
006720     MOVE HST-DATE TO WS-HIST-DATE
006730     MOVE HST-TIME TO WS-HIST-TIME
006740     IF WS-HIST-STAMP NOT > WS-ROLL-START-STAMP
006750        OR WS-HIST-STAMP > WS-END-STAMP
006760         GO TO 3200-READ
006770     END-IF
006780     IF HST-ACTION (1:3) = 'DED'
006790         ADD 1 TO WS-DED-COUNT
006800         GO TO 3200-READ
006810     END-IF
006820     ADD 1 TO WS-ROLL-COUNT
006830
006840     MOVE 'N' TO WS-IN-MONTH-SW
006850     IF WS-HIST-STAMP > WS-MONTH-START
006860         MOVE 'Y' TO WS-IN-MONTH-SW
006870         ADD 1 TO WS-MONTH-COUNT
006880     END-IF
006890     MOVE 'N' TO WS-WAS-ACTIVE-SW
006900     IF HST-B-L-NAME NOT = SPACES AND HST-B-STATUS NOT = 'T'
006910         MOVE 'Y' TO WS-WAS-ACTIVE-SW
006920     END-IF
006930     MOVE 'N' TO WS-IS-ACTIVE-SW
006940     IF HST-A-L-NAME NOT = SPACES AND HST-A-STATUS NOT = 'T'
006950         MOVE 'Y' TO WS-IS-ACTIVE-SW
006960     END-IF
006970
006980     EVALUATE TRUE
006990         WHEN IS-ACTIVE AND NOT WAS-ACTIVE
007000             PERFORM 3300-COUNT-GAIN THRU 3300-EXIT
007010         WHEN WAS-ACTIVE AND NOT IS-ACTIVE
007020             PERFORM 3400-COUNT-LOSS THRU 3400-EXIT
007030         WHEN WAS-ACTIVE AND IS-ACTIVE
007040              AND HST-B-DEPT NOT = HST-A-DEPT
007050             PERFORM 3500-COUNT-TRANSFER THRU 3500-EXIT
007060         WHEN OTHER
007070             CONTINUE
007080     END-EVALUATE.
007090 3200-READ.
007100     PERFORM 3100-READ-NEXT THRU 3100-EXIT.
007110 3200-EXIT.
007120     EXIT.
007130
007140 3300-COUNT-GAIN.
007150     IF NOT IN-MONTH
007160         GO TO 3300-EXIT
007170     END-IF
007180     MOVE HST-A-DEPT TO WS-FIND-DEPT
007190     PERFORM 8000-FIND-DEPT THRU 8000-EXIT
007200     EVALUATE HST-ACTION
007210         WHEN 'ADD'
007220             ADD 1 TO WS-DEP-HIRES (WS-DX)
007230         WHEN 'REHIRE'
007240             ADD 1 TO WS-DEP-REHIRES (WS-DX)
007250         WHEN OTHER
007260             ADD 1 TO WS-DEP-OTHER-IN (WS-DX)
007270     END-EVALUATE.
007280 3300-EXIT.
007290     EXIT.
007300
007310 3400-COUNT-LOSS.
007320     MOVE HST-B-DEPT TO WS-FIND-DEPT
007330     PERFORM 8000-FIND-DEPT THRU 8000-EXIT
007340     IF HST-ACTION = 'TERM'
007350         ADD 1 TO WS-DEP-TERMS-12 (WS-DX)
007360         IF IN-MONTH
007370             ADD 1 TO WS-DEP-TERMS (WS-DX)
007380         END-IF
007390     ELSE
007400         IF IN-MONTH
007410             ADD 1 TO WS-DEP-OTHER-OUT (WS-DX)
007420         END-IF
007430     END-IF.
007440 3400-EXIT.
007450     EXIT.
007460
007470 3500-COUNT-TRANSFER.
007480     IF NOT IN-MONTH
007490         GO TO 3500-EXIT
007500     END-IF
007510     MOVE HST-B-DEPT TO WS-FIND-DEPT
007520     PERFORM 8000-FIND-DEPT THRU 8000-EXIT
007530     ADD 1 TO WS-DEP-XFER-OUT (WS-DX)
007540     MOVE HST-A-DEPT TO WS-FIND-DEPT
007550     PERFORM 8000-FIND-DEPT THRU 8000-EXIT
007560     ADD 1 TO WS-DEP-XFER-IN (WS-DX).
007570 3500-EXIT.
007580     EXIT.
007590
007600*-----------------------------------------------------------------
007610* 4000-RELEASE-DEPTS - ONE SORT RECORD PER TABLE DEPARTMENT.
007620*-----------------------------------------------------------------
007630 4000-RELEASE-DEPTS.
007640     PERFORM 4100-RELEASE-DEPT THRU 4100-EXIT
007650         VARYING WS-DX FROM 1 BY 1
007660         UNTIL WS-DX > WS-DEPT-USED.
007670 4000-EXIT.
007680     EXIT.
007690
007700 4100-RELEASE-DEPT.
007710     MOVE WS-DEP-CODE (WS-DX) TO SRT-DEPT
007720     MOVE WS-DX               TO SRT-DX
007730     RELEASE SORT-REC.
007740 4100-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------------
007780* 5000-PRINT-REPORT - A LINE PER DEPARTMENT IN DEPARTMENT ORDER,
007790* THEN THE COMPANY LINE AND THE JOURNAL CONTROL COUNTS.
007800*-----------------------------------------------------------------
007810 5000-PRINT-REPORT.
007820     OPEN OUTPUT REPORT-FILE
007830     IF FILE-STATUS-4 NOT = '00'
007840         DISPLAY 'EMPTUR - UNABLE TO OPEN TURNOVR.RPT - '
007850                 'STATUS ' FILE-STATUS-4
007860         MOVE 16 TO RETURN-CODE
007870         STOP RUN
007880     END-IF
007890     PERFORM 5800-WRITE-HEADINGS THRU 5800-EXIT
007900     PERFORM 5100-RETURN-NEXT THRU 5100-EXIT
007910     PERFORM 5200-PRINT-DEPT THRU 5200-EXIT
007920         UNTIL SORT-END-OF-FILE
007930     PERFORM 5300-PRINT-COMPANY THRU 5300-EXIT
007940     PERFORM 5900-WRITE-TOTALS THRU 5900-EXIT.
007950 5000-EXIT.
007960     EXIT.
007970
007980 5100-RETURN-NEXT.
007990     RETURN SORT-FILE
008000         AT END
008010             MOVE 'Y' TO WS-SORT-EOF-SW
008020     END-RETURN.
008030 5100-EXIT.
008040     EXIT.
008050
008060 5200-PRINT-DEPT.
008070     MOVE SRT-DX TO WS-DX
008080     MOVE WS-DEP-SNAP (WS-DX, 12)  TO WS-L-OPENING
008090     MOVE WS-DEP-SNAP (WS-DX, 13)  TO WS-L-SNAPSHOT
008100     MOVE WS-DEP-HIRES (WS-DX)     TO WS-L-HIRES
008110     MOVE WS-DEP-REHIRES (WS-DX)   TO WS-L-REHIRES
008120     MOVE WS-DEP-TERMS (WS-DX)     TO WS-L-TERMS
008130     MOVE WS-DEP-XFER-IN (WS-DX)   TO WS-L-XFER-IN
008140     MOVE WS-DEP-XFER-OUT (WS-DX)  TO WS-L-XFER-OUT
008150     MOVE WS-DEP-OTHER-IN (WS-DX)  TO WS-L-OTHER-IN
008160     MOVE WS-DEP-OTHER-OUT (WS-DX) TO WS-L-OTHER-OUT
008170     MOVE WS-DEP-TERMS-12 (WS-DX)  TO WS-L-TERMS-12
008180     MOVE 0 TO WS-L-SUM-12
008190     COMPUTE WS-PX = WS-ROLL-START + 1
008200     PERFORM 5250-SUM-DEPT-SNAP THRU 5250-EXIT
008210         VARYING WS-PX FROM WS-PX BY 1
008220         UNTIL WS-PX > 13
008230
008240     ADD WS-L-HIRES     TO WS-C-HIRES
008250     ADD WS-L-REHIRES   TO WS-C-REHIRES
008260     ADD WS-L-TERMS     TO WS-C-TERMS
008270     ADD WS-L-XFER-IN   TO WS-C-XFER-IN
008280     ADD WS-L-XFER-OUT  TO WS-C-XFER-OUT
008290     ADD WS-L-OTHER-IN  TO WS-C-OTHER-IN
008300     ADD WS-L-OTHER-OUT TO WS-C-OTHER-OUT
008310     ADD WS-L-TERMS-12  TO WS-C-TERMS-12
008320
008330     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008340         PERFORM 5800-WRITE-HEADINGS THRU 5800-EXIT
008350     END-IF
008360     MOVE WS-DEP-CODE (WS-DX) TO DTL-DEPT
008370     PERFORM 5500-FIGURE-LINE THRU 5500-EXIT
008380     WRITE PRINT-LINE FROM DETAIL-REC
008390     ADD 1 TO WS-LINE-COUNT
008400     PERFORM 5100-RETURN-NEXT THRU 5100-EXIT.
008410 5200-EXIT.
008420     EXIT.
008430
008440 5250-SUM-DEPT-SNAP.
008450     IF WS-PER-STAMP (WS-PX) NOT = SPACES
008460         ADD WS-DEP-SNAP (WS-DX, WS-PX) TO WS-L-SUM-12
008470     END-IF.
008480 5250-EXIT.
008490     EXIT.
008500
008510*-----------------------------------------------------------------
008520* 5300-PRINT-COMPANY - THE OPENING AND SNAPSHOT COME FROM THE
008530* COMPANY TOTAL RECORDS, THE MOVEMENTS FROM THE DEPARTMENT LINES.
008540*-----------------------------------------------------------------
008550 5300-PRINT-COMPANY.
008560     MOVE WS-PER-HEADCOUNT (12) TO WS-L-OPENING
008570     MOVE WS-PER-HEADCOUNT (13) TO WS-L-SNAPSHOT
008580     MOVE WS-C-HIRES     TO WS-L-HIRES
008590     MOVE WS-C-REHIRES   TO WS-L-REHIRES
008600     MOVE WS-C-TERMS     TO WS-L-TERMS
008610     MOVE WS-C-XFER-IN   TO WS-L-XFER-IN
008620     MOVE WS-C-XFER-OUT  TO WS-L-XFER-OUT
008630     MOVE WS-C-OTHER-IN  TO WS-L-OTHER-IN
008640     MOVE WS-C-OTHER-OUT TO WS-L-OTHER-OUT
008650     MOVE WS-C-TERMS-12  TO WS-L-TERMS-12
008660     MOVE 0 TO WS-L-SUM-12
008670     COMPUTE WS-PX = WS-ROLL-START + 1
008680     PERFORM 5350-SUM-COMPANY-SNAP THRU 5350-EXIT
008690         VARYING WS-PX FROM WS-PX BY 1
008700         UNTIL WS-PX > 13
008710
008720     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
008730         PERFORM 5800-WRITE-HEADINGS THRU 5800-EXIT
008740     END-IF
008750     MOVE SPACES TO PRINT-LINE
008760     WRITE PRINT-LINE
008770     MOVE 'COMPANY' TO DTL-DEPT
008780     PERFORM 5500-FIGURE-LINE THRU 5500-EXIT
008790     WRITE PRINT-LINE FROM DETAIL-REC
008800     ADD 2 TO WS-LINE-COUNT.
008810 5300-EXIT.
008820     EXIT.
008830
008840 5350-SUM-COMPANY-SNAP.
008850     IF WS-PER-STAMP (WS-PX) NOT = SPACES
008860         ADD WS-PER-HEADCOUNT (WS-PX) TO WS-L-SUM-12
008870     END-IF.
008880 5350-EXIT.
008890     EXIT.
008900
008910*-----------------------------------------------------------------
008920* 5500-FIGURE-LINE - CLOSING, DIFFERENCE AND TURNOVER FOR THE
008930* LINE IN WS-LINE-FIGURES, MOVED TO THE DETAIL LINE. THE MONTHLY
008940* RATE USES THE SNAPSHOT CLOSING ONCE IT IS TAKEN.
008950*-----------------------------------------------------------------
008960 5500-FIGURE-LINE.
008970     COMPUTE WS-L-OTHER = WS-L-OTHER-IN - WS-L-OTHER-OUT
008980     COMPUTE WS-L-CLOSING = WS-L-OPENING + WS-L-HIRES
008990             + WS-L-REHIRES - WS-L-TERMS + WS-L-XFER-IN
009000             - WS-L-XFER-OUT + WS-L-OTHER
009010     MOVE SPACES TO DTL-NOTE
009020
009030     IF CLOSING-SNAPSHOT-PRESENT
009040         COMPUTE WS-L-DIFF = WS-L-SNAPSHOT - WS-L-CLOSING
009050         MOVE WS-L-SNAPSHOT TO DTL-SNAPSHOT
009060         COMPUTE WS-L-BASE = WS-L-OPENING + WS-L-SNAPSHOT
009070         IF WS-L-DIFF NOT = 0
009080             MOVE '** OUT OF BALANCE' TO DTL-NOTE
009090             ADD 1 TO WS-UNBALANCED-COUNT
009100         END-IF
009110     ELSE
009120         MOVE 0 TO WS-L-DIFF
009130         MOVE '   NONE' TO DTL-SNAPSHOT-X
009140         COMPUTE WS-L-BASE = WS-L-OPENING + WS-L-CLOSING
009150         MOVE 'CLOSING NOT PROVED' TO DTL-NOTE
009160     END-IF
009170
009180     MOVE 0 TO WS-L-MONTH-PCT
009190     IF WS-L-BASE > 0
009200         COMPUTE WS-L-MONTH-PCT ROUNDED =
009210                 WS-L-TERMS * 200 / WS-L-BASE
009220             ON SIZE ERROR
009230                 MOVE 999.99 TO WS-L-MONTH-PCT
009240         END-COMPUTE
009250     END-IF
009260
009270     MOVE SPACES TO DTL-ROLL-FLAG
009280     IF WS-ROLL-PERIODS = 0 OR WS-L-SUM-12 = 0
009290         MOVE SPACES TO DTL-ROLL-PCT-X
009300     ELSE
009310         COMPUTE WS-L-ROLL-PCT ROUNDED =
009320                 WS-L-TERMS-12 * WS-ROLL-PERIODS * 100
009330                 / WS-L-SUM-12
009340             ON SIZE ERROR
009350                 MOVE 999.99 TO WS-L-ROLL-PCT
009360         END-COMPUTE
009370         MOVE WS-L-ROLL-PCT TO DTL-ROLL-PCT
009380         IF WS-ROLL-MONTHS < 12
009390             MOVE '*' TO DTL-ROLL-FLAG
009400         END-IF
009410     END-IF
009420
009430     MOVE WS-L-OPENING   TO DTL-OPENING
009440     MOVE WS-L-HIRES     TO DTL-HIRES
009450     MOVE WS-L-REHIRES   TO DTL-REHIRES
009460     MOVE WS-L-TERMS     TO DTL-TERMS
009470     MOVE WS-L-XFER-IN   TO DTL-XFER-IN
009480     MOVE WS-L-XFER-OUT  TO DTL-XFER-OUT
009490     MOVE WS-L-OTHER     TO DTL-OTHER
009500     MOVE WS-L-CLOSING   TO DTL-CLOSING
009510     MOVE WS-L-DIFF      TO DTL-DIFF
009520     MOVE WS-L-MONTH-PCT TO DTL-MONTH-PCT.
009530 5500-EXIT.
009540     EXIT.
009550
009560 5800-WRITE-HEADINGS.
009570     ADD 1 TO WS-PAGE-COUNT
009580     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
009590     WRITE PRINT-LINE FROM HEADING-REC-1
009600     WRITE PRINT-LINE FROM HEADING-REC-2
009610     MOVE SPACES TO PRINT-LINE
009620     WRITE PRINT-LINE
009630     WRITE PRINT-LINE FROM HEADING-REC-3
009640     WRITE PRINT-LINE FROM HEADING-REC-4
009650     MOVE SPACES TO PRINT-LINE
009660     WRITE PRINT-LINE
009670     MOVE ZEROS TO WS-LINE-COUNT.
009680 5800-EXIT.
009690     EXIT.
009700
009710*-----------------------------------------------------------------
009720* 5900-WRITE-TOTALS - HOW MUCH OF THE JOURNAL WAS COUNTED, AND
009730* THE KEY TO THE OTHER AND ROLLING COLUMNS.
009740*-----------------------------------------------------------------
009750 5900-WRITE-TOTALS.
009760     IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
009770         PERFORM 5800-WRITE-HEADINGS THRU 5800-EXIT
009780     END-IF
009790     MOVE SPACES TO PRINT-LINE
009800     WRITE PRINT-LINE
009810     MOVE 'JOURNAL ENTRIES READ' TO TOT-LABEL
009820     MOVE WS-HIST-COUNT TO TOT-COUNT
009830     WRITE PRINT-LINE FROM TOTAL-REC
009840     MOVE 'ENTRIES IN THE ROLLING YEAR' TO TOT-LABEL
009850     MOVE WS-ROLL-COUNT TO TOT-COUNT
009860     WRITE PRINT-LINE FROM TOTAL-REC
009870     MOVE '  OF WHICH IN THE REPORT MONTH' TO TOT-LABEL
009880     MOVE WS-MONTH-COUNT TO TOT-COUNT
009890     WRITE PRINT-LINE FROM TOTAL-REC
009900     MOVE 'DEDUCTION ENTRIES SKIPPED' TO TOT-LABEL
009910     MOVE WS-DED-COUNT TO TOT-COUNT
009920     WRITE PRINT-LINE FROM TOTAL-REC
009930     MOVE 'LINES OUT OF BALANCE' TO TOT-LABEL
009940     MOVE WS-UNBALANCED-COUNT TO TOT-COUNT
009950     WRITE PRINT-LINE FROM TOTAL-REC
009960     MOVE SPACES TO PRINT-LINE
009970     WRITE PRINT-LINE
009980     WRITE PRINT-LINE FROM FOOTNOTE-1
009990     WRITE PRINT-LINE FROM FOOTNOTE-2.
010000 5900-EXIT.
010010     EXIT.
010020
010030*-----------------------------------------------------------------
010040* 8000-FIND-DEPT - POINT WS-DX AT THE ENTRY FOR WS-FIND-DEPT,
010050* ADDING ONE IF THE DEPARTMENT IS NEW.
010060*-----------------------------------------------------------------
010070 8000-FIND-DEPT.
010080     MOVE 0 TO WS-HIT
010090     PERFORM 8100-MATCH-DEPT THRU 8100-EXIT
010100         VARYING WS-DX FROM 1 BY 1
010110         UNTIL WS-DX > WS-DEPT-USED OR WS-HIT > 0
010120     IF WS-HIT > 0
010130         MOVE WS-HIT TO WS-DX
010140         GO TO 8000-EXIT
010150     END-IF
010160     IF WS-DEPT-USED >= WS-DEPT-MAX
010170         DISPLAY 'EMPTUR - MORE THAN ' WS-DEPT-MAX
010180                 ' DEPARTMENTS - TABLE FULL'
010190         MOVE 16 TO RETURN-CODE
010200         STOP RUN
010210     END-IF
010220     ADD 1 TO WS-DEPT-USED
010230     MOVE WS-DEPT-USED TO WS-DX
010240     MOVE WS-FIND-DEPT TO WS-DEP-CODE (WS-DX).
010250 8000-EXIT.
010260     EXIT.
010270
010280 8100-MATCH-DEPT.
010290     IF WS-DEP-CODE (WS-DX) = WS-FIND-DEPT
010300         MOVE WS-DX TO WS-HIT
010310     END-IF.
010320 8100-EXIT.
010330     EXIT.
010340
010350*-----------------------------------------------------------------
010360* 9000-TERMINATE
010370*-----------------------------------------------------------------
010380 9000-TERMINATE.
010390     DISPLAY 'EMPTUR - DEPARTMENTS REPORTED:  ' WS-DEPT-USED
010400     DISPLAY 'EMPTUR - OUT OF BALANCE:        '
010410             WS-UNBALANCED-COUNT
010420     CLOSE REPORT-FILE.
010430 9000-EXIT.
010440     EXIT.
