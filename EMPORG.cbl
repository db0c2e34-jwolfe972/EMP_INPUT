000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPORG.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* THIS PROGRAM PRINTS THE ORGANIZATION CHART (ORGCHART.RPT) FROM
000180* THE REPORTS-TO MANAGER ON THE EMPLOYEE MASTER FILE (RPT.DOC).
000190* EVERY ACTIVE EMPLOYEE WITH NO MANAGER IS A TOP OF THE COMPANY;
000200* THE CHART WALKS DOWN FROM EACH OF THEM THROUGH EACH MANAGER'S
000210* REPORTS, INDENTED ONE STEP PER LEVEL, WITH THE MANAGER'S DIRECT
000220* REPORTS AND TOTAL REPORTS (EVERYONE BENEATH) ON THE LINE.
000230* PEOPLE AT THE SAME LEVEL UNDER ONE MANAGER PRINT IN NAME ORDER.
000240*
000250* TWO EXCEPTION SECTIONS FOLLOW THE CHART: ACTIVE EMPLOYEES WHOSE
000260* MANAGER IS TERMINATED OR NO LONGER ON FILE (WITH EVERYONE
000270* UNDER THEM), AND ANYONE IN OR UNDER A REPORTING CHAIN THAT
000280* LOOPS BACK ON ITSELF. THE MANAGER EDITS KEEP BOTH FROM BEING
000290* KEYED, BUT A TERMINATION, DELETE OR PURGE CAN STILL LEAVE THE
000300* FIRST KIND BEHIND UNTIL HR REASSIGNS THEM (SEE EMPORP).
000310*
000320* THE LAST PAGES ARE THE SPAN-OF-CONTROL SUMMARY: EVERY MANAGER
000330* WITH DIRECT AND TOTAL REPORTS IN CHART ORDER, THEN THE COMPANY
000340* FIGURES - MANAGERS, AVERAGE AND WIDEST SPAN, DEEPEST LEVEL.
000350*
000360* THE MASTER IS HELD IN A TABLE OF WS-ORG-MAX ACTIVE EMPLOYEES,
000370* IN ID ORDER. RETURN CODE 16 MEANS A FILE WOULD NOT OPEN OR THE
000380* TABLE IS FULL. TERMINATED EMPLOYEES ARE NOT CHARTED.
000390*****************************************************************
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY
000420*-----------------------------------------------------------------
000430* 10/15/2026 JW  ORIGINAL PROGRAM.
000440*-----------------------------------------------------------------
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490
000500     SELECT OUTFILE ASSIGN TO 'RPT.DOC'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS EFR-ID
000540         ALTERNATE RECORD KEY IS EFR-L-NAME WITH DUPLICATES
000550         FILE STATUS IS FILE-STATUS-1.
000560
000570     SELECT REPORT-FILE ASSIGN TO 'ORGCHART.RPT'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FILE-STATUS-2.
000600
000610     SELECT SORT-FILE ASSIGN TO 'SORTWK'.
000620
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660
000670 FD  OUTFILE.
000680     COPY EMPREC.
000690
000700 FD  REPORT-FILE RECORDING MODE F.
000710 01  PRINT-LINE                          PIC X(132).
000720
000730 SD  SORT-FILE.
000740 01  SORT-REC.
000750     05  SRT-L-NAME                      PIC X(15).
000760     05  SRT-F-NAME                      PIC X(15).
000770     05  SRT-ID                          PIC X(05).
000780     05  SRT-SUB                         PIC 9(05).
000790
000800
000810 WORKING-STORAGE SECTION.
000820 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
000830 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
000840
000850 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
000860     88  END-OF-FILE                              VALUE 'Y'.
000870
000880 77  WS-SORT-EOF-SW                       PIC X(01) VALUE 'N'.
000890     88  SORT-END-OF-FILE                         VALUE 'Y'.
000900
000910 77  WS-WALK-DONE-SW                      PIC X(01) VALUE 'N'.
000920     88  WALK-DONE                                VALUE 'Y'.
000930
000940 77  WS-HEAD-TYPE                         PIC X(01) VALUE 'C'.
000950     88  CHART-HEADINGS                           VALUE 'C'.
000960     88  SPAN-HEADINGS                            VALUE 'S'.
000970     88  FIGURE-HEADINGS                          VALUE 'F'.
000980
000990 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
001000 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
001010 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
001020
001030*-----------------------------------------------------------------
001040* TABLE SUBSCRIPTS AND LINKS. ORG-PARENT, ORG-FIRST-CHILD AND
001050* ORG-NEXT-SIB HOLD SUBSCRIPTS INTO ORG-TABLE (ZERO = NONE).
001060*-----------------------------------------------------------------
001070 77  WS-ORG-MAX                           PIC 9(05) COMP
001080                                          VALUE 5000.
001090 77  WS-ORG-COUNT                         PIC 9(05) COMP VALUE 0.
001100 77  WS-SUB                               PIC 9(05) COMP VALUE 0.
001110 77  WS-CUR                               PIC 9(05) COMP VALUE 0.
001120 77  WS-TOP                               PIC 9(05) COMP VALUE 0.
001130 77  WS-PX                                PIC 9(05) COMP VALUE 0.
001140 77  WS-OX                                PIC 9(05) COMP VALUE 0.
001150 77  WS-ORDER-COUNT                       PIC 9(05) COMP VALUE 0.
001160 77  WS-ROOT-END                          PIC 9(05) COMP VALUE 0.
001170 77  WS-ROOT-FIRST                        PIC 9(05) COMP VALUE 0.
001180 77  WS-UNATT-FIRST                       PIC 9(05) COMP VALUE 0.
001190 77  WS-LEVEL                             PIC 9(03) COMP VALUE 0.
001200 77  WS-INDENT                            PIC 9(03) COMP VALUE 0.
001210
001220 77  WS-FIND-ID                           PIC X(05) VALUE SPACES.
001230 77  WS-HIT                               PIC 9(05) COMP VALUE 0.
001240 77  WS-LO                                PIC 9(05) COMP VALUE 0.
001250 77  WS-HI                                PIC 9(05) COMP VALUE 0.
001260 77  WS-MID                               PIC 9(05) COMP VALUE 0.
001270
001280*-----------------------------------------------------------------
001290* COMPANY FIGURES FOR THE SPAN-OF-CONTROL SUMMARY.
001300*-----------------------------------------------------------------
001310 77  WS-TOP-COUNT                         PIC 9(05) COMP VALUE 0.
001320 77  WS-MGR-COUNT                         PIC 9(05) COMP VALUE 0.
001330 77  WS-SPAN-SUM                          PIC 9(05) COMP VALUE 0.
001340 77  WS-WIDEST                            PIC 9(05) COMP VALUE 0.
001350 77  WS-WIDEST-SUB                        PIC 9(05) COMP VALUE 0.
001360 77  WS-DEEPEST                           PIC 9(03) COMP VALUE 0.
001370 77  WS-UNATT-COUNT                       PIC 9(05) COMP VALUE 0.
001380 77  WS-LOOP-COUNT                        PIC 9(05) COMP VALUE 0.
001390 77  WS-AVG-SPAN                          PIC 9(05)V9 VALUE 0.
001400 77  WS-READ-COUNT                        PIC 9(06) COMP VALUE 0.
001410
001420 01  ORG-TABLE.
001430     05  ORG-ENTRY OCCURS 5000 TIMES.
001440         10  ORG-ID                      PIC X(05).
001450         10  ORG-MGR-ID                  PIC X(05).
001460         10  ORG-L-NAME                  PIC X(15).
001470         10  ORG-F-NAME                  PIC X(15).
001480         10  ORG-DEPT                    PIC X(10).
001490         10  ORG-PARENT                  PIC 9(05) COMP.
001500         10  ORG-FIRST-CHILD             PIC 9(05) COMP.
001510         10  ORG-NEXT-SIB                PIC 9(05) COMP.
001520         10  ORG-LEVEL                   PIC 9(03) COMP.
001530         10  ORG-DIRECT                  PIC 9(05) COMP.
001540         10  ORG-TOTAL                   PIC 9(05) COMP.
001550         10  ORG-VISITED-SW              PIC X(01).
001560             88  ORG-VISITED                      VALUE 'Y'.
001570
001580*-----------------------------------------------------------------
001590* THE CHART IN PRINT ORDER: SUBSCRIPTS INTO ORG-TABLE, THE TOPS OF
001600* THE COMPANY AND EVERYONE UNDER THEM FIRST (1 THRU WS-ROOT-END),
001610* THEN THOSE UNDER A MANAGER WHO IS NOT ACTIVE.
001620*-----------------------------------------------------------------
001630 01  ORDER-TABLE.
001640     05  ORD-SUB OCCURS 5000 TIMES       PIC 9(05) COMP.
001650
001660 01  WS-NODE-TEXT.
001670     05  NODE-ID                         PIC X(05).
001680     05  FILLER                          PIC X(02) VALUE SPACES.
001690     05  NODE-L-NAME                     PIC X(15).
001700     05  FILLER                          PIC X(01) VALUE SPACES.
001710     05  NODE-F-NAME                     PIC X(15).
001720
001730 01  HEADING-REC-1.
001740     05  FILLER                           PIC X(35) VALUE SPACES.
001750     05  HL1-TITLE                        PIC X(36).
001760     05  FILLER                           PIC X(10) VALUE SPACES.
001770     05  FILLER                           PIC X(05) VALUE 'PAGE '.
001780     05  HL1-PAGE-NO                      PIC ZZZ9.
001790     05  FILLER                           PIC X(42) VALUE SPACES.
001800
001810 01  HEADING-REC-2.
001820     05  FILLER                           PIC X(05) VALUE SPACES.
001830     05  HL2-CAPTION                      PIC X(60).
001840     05  FILLER                           PIC X(67) VALUE SPACES.
001850
001860 01  HEADING-REC-3.
001870     05  FILLER                           PIC X(05) VALUE SPACES.
001880     05  FILLER                           PIC X(05) VALUE 'LVL'.
001890     05  FILLER                           PIC X(64) VALUE
001900             'EMPLOYEE (INDENTED UNDER THEIR MANAGER)'.
001910     05  FILLER                           PIC X(12) VALUE
001920             'DEPARTMENT'.
001930     05  FILLER                           PIC X(08) VALUE 'MGR'.
001940     05  FILLER                           PIC X(09) VALUE
001950             'DIRECT'.
001960     05  FILLER                           PIC X(06) VALUE
001970             ' TOTAL'.
001980     05  FILLER                           PIC X(23) VALUE SPACES.
001990
002000 01  HEADING-REC-4.
002010     05  FILLER                           PIC X(05) VALUE SPACES.
002020     05  FILLER                           PIC X(05) VALUE 'LVL'.
002030     05  FILLER                           PIC X(07) VALUE 'ID'.
002040     05  FILLER                           PIC X(16) VALUE
002050             'LAST NAME'.
002060     05  FILLER                           PIC X(17) VALUE
002070             'FIRST NAME'.
002080     05  FILLER                           PIC X(13) VALUE
002090             'DEPARTMENT'.
002100     05  FILLER                           PIC X(09) VALUE
002110             'DIRECT'.
002120     05  FILLER                           PIC X(06) VALUE
002130             ' TOTAL'.
002140     05  FILLER                           PIC X(54) VALUE SPACES.
002150
002160 01  DETAIL-REC.
002170     05  FILLER                           PIC X(05) VALUE SPACES.
002180     05  DTL-LEVEL                        PIC ZZ9 BLANK WHEN ZERO.
002190     05  FILLER                           PIC X(02) VALUE SPACES.
002200     05  DTL-TREE                         PIC X(62).
002210     05  FILLER                           PIC X(02) VALUE SPACES.
002220     05  DTL-DEPT                         PIC X(10).
002230     05  FILLER                           PIC X(02) VALUE SPACES.
002240     05  DTL-MGR-ID                       PIC X(05).
002250     05  FILLER                           PIC X(03) VALUE SPACES.
002260     05  DTL-DIRECT                       PIC ZZ,ZZ9.
002270     05  FILLER                           PIC X(03) VALUE SPACES.
002280     05  DTL-TOTAL                        PIC ZZ,ZZ9.
002290     05  FILLER                           PIC X(23) VALUE SPACES.
002300
002310 01  SPAN-REC.
002320     05  FILLER                           PIC X(05) VALUE SPACES.
002330     05  SPN-LEVEL                        PIC ZZ9.
002340     05  FILLER                           PIC X(02) VALUE SPACES.
002350     05  SPN-ID                           PIC X(05).
002360     05  FILLER                           PIC X(02) VALUE SPACES.
002370     05  SPN-L-NAME                       PIC X(15).
002380     05  FILLER                           PIC X(01) VALUE SPACES.
002390     05  SPN-F-NAME                       PIC X(15).
002400     05  FILLER                           PIC X(02) VALUE SPACES.
002410     05  SPN-DEPT                         PIC X(10).
002420     05  FILLER                           PIC X(03) VALUE SPACES.
002430     05  SPN-DIRECT                       PIC ZZ,ZZ9.
002440     05  FILLER                           PIC X(03) VALUE SPACES.
002450     05  SPN-TOTAL                        PIC ZZ,ZZ9.
002460     05  FILLER                           PIC X(54) VALUE SPACES.
002470
002480 01  NONE-REC.
002490     05  FILLER                           PIC X(10) VALUE SPACES.
002500     05  FILLER                           PIC X(30)
002510             VALUE 'NO EMPLOYEES IN THIS SECTION'.
002520     05  FILLER                           PIC X(92) VALUE SPACES.
002530
002540 01  STAT-REC.
002550     05  FILLER                           PIC X(05) VALUE SPACES.
002560     05  STA-LABEL                        PIC X(40).
002570     05  STA-COUNT                        PIC ZZZ,ZZ9.
002580     05  FILLER                           PIC X(03) VALUE SPACES.
002590     05  STA-TEXT                         PIC X(40).
002600     05  FILLER                           PIC X(37) VALUE SPACES.
002610
002620 01  STAT-AVG-REC.
002630     05  FILLER                           PIC X(05) VALUE SPACES.
002640     05  STV-LABEL                        PIC X(40).
002650     05  STV-AVG                          PIC ZZ,ZZ9.9.
002660     05  FILLER                           PIC X(79) VALUE SPACES.
002670
002680
002690 PROCEDURE DIVISION.
002700*-----------------------------------------------------------------
002710* 0000-MAINLINE - LOAD THE ACTIVE EMPLOYEES, LINK EACH ONE UNDER
002720* ITS MANAGER IN NAME ORDER OUT OF THE SORT, WALK THE CHART INTO
002730* PRINT ORDER, ADD UP THE REPORTS AND PRINT.
002740*-----------------------------------------------------------------
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     PERFORM 2000-LOAD-TABLE THRU 2000-EXIT.
002780     SORT SORT-FILE
002790         ON DESCENDING KEY SRT-L-NAME
002800         ON DESCENDING KEY SRT-F-NAME
002810         ON DESCENDING KEY SRT-ID
002820         INPUT PROCEDURE IS 3000-RELEASE-NAMES THRU 3000-EXIT
002830         OUTPUT PROCEDURE IS 3500-LINK-CHART THRU 3500-EXIT.
002840     PERFORM 4000-ORDER-CHART THRU 4000-EXIT.
002850     PERFORM 5000-COUNT-REPORTS THRU 5000-EXIT.
002860     PERFORM 6000-PRINT-CHART THRU 6000-EXIT.
002870     PERFORM 7000-PRINT-SPAN THRU 7000-EXIT.
002880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002890     GOBACK.
002900
002910*-----------------------------------------------------------------
002920* 1000-INITIALIZE
002930*-----------------------------------------------------------------
002940 1000-INITIALIZE.
002950     OPEN INPUT OUTFILE
002960     IF FILE-STATUS-1 NOT = '00'
002970         DISPLAY 'EMPORG - UNABLE TO OPEN RPT.DOC - STATUS '
002980                 FILE-STATUS-1
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF
003020     OPEN OUTPUT REPORT-FILE
003030     IF FILE-STATUS-2 NOT = '00'
003040         DISPLAY 'EMPORG - UNABLE TO OPEN ORGCHART.RPT - STATUS '
003050                 FILE-STATUS-2
003060         MOVE 16 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090 1000-EXIT.
003100     EXIT.
003110
003120*-----------------------------------------------------------------
003130* 2000-LOAD-TABLE - ONE TABLE ENTRY PER ACTIVE EMPLOYEE, IN THE ID
003140* ORDER THE MASTER IS READ IN, SO 8000-FIND-ID CAN HALVE IT.
003150*-----------------------------------------------------------------
003160 2000-LOAD-TABLE.
003170     PERFORM 2100-READ-NEXT THRU 2100-EXIT
003180     PERFORM 2200-LOAD-ACTIVE THRU 2200-EXIT
003190         UNTIL END-OF-FILE.
003200 2000-EXIT.
003210     EXIT.
003220
003230 2100-READ-NEXT.
003240     READ OUTFILE NEXT RECORD
003250         AT END
003260             MOVE 'Y' TO WS-EOF-SW
003270     END-READ.
003280 2100-EXIT.
003290     EXIT.
003300
003310 2200-LOAD-ACTIVE.
003320     ADD 1 TO WS-READ-COUNT
003330     IF NOT EFR-TERMINATED
003340         IF WS-ORG-COUNT >= WS-ORG-MAX
003350             DISPLAY 'EMPORG - MORE THAN ' WS-ORG-MAX
003360                     ' ACTIVE EMPLOYEES - TABLE FULL'
003370             MOVE 16 TO RETURN-CODE
003380             STOP RUN
003390         END-IF
003400         ADD 1 TO WS-ORG-COUNT
003410         MOVE EFR-ID     TO ORG-ID (WS-ORG-COUNT)
003420         MOVE EFR-MGR-ID TO ORG-MGR-ID (WS-ORG-COUNT)
003430         MOVE EFR-L-NAME TO ORG-L-NAME (WS-ORG-COUNT)
003440         MOVE EFR-F-NAME TO ORG-F-NAME (WS-ORG-COUNT)
003450         MOVE EFR-DEPT   TO ORG-DEPT (WS-ORG-COUNT)
003460         MOVE 0   TO ORG-PARENT (WS-ORG-COUNT)
003470         MOVE 0   TO ORG-FIRST-CHILD (WS-ORG-COUNT)
003480         MOVE 0   TO ORG-NEXT-SIB (WS-ORG-COUNT)
003490         MOVE 0   TO ORG-LEVEL (WS-ORG-COUNT)
003500         MOVE 0   TO ORG-DIRECT (WS-ORG-COUNT)
003510         MOVE 0   TO ORG-TOTAL (WS-ORG-COUNT)
003520         MOVE 'N' TO ORG-VISITED-SW (WS-ORG-COUNT)
003530     END-IF
003540     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
003550 2200-EXIT.
003560     EXIT.
003570
003580*-----------------------------------------------------------------
003590* 3000-RELEASE-NAMES - RELEASE EVERY TABLE ENTRY TO BE SORTED INTO
003600* DESCENDING NAME ORDER.
003610*-----------------------------------------------------------------
003620 3000-RELEASE-NAMES.
003630     PERFORM 3100-RELEASE-ONE THRU 3100-EXIT
003640         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-ORG-COUNT.
003650 3000-EXIT.
003660     EXIT.
003670
003680 3100-RELEASE-ONE.
003690     MOVE ORG-L-NAME (WS-SUB) TO SRT-L-NAME
003700     MOVE ORG-F-NAME (WS-SUB) TO SRT-F-NAME
003710     MOVE ORG-ID (WS-SUB)     TO SRT-ID
003720     MOVE WS-SUB              TO SRT-SUB
003730     RELEASE SORT-REC.
003740 3100-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------------
003780* 3500-LINK-CHART - TAKING THE EMPLOYEES BACK IN DESCENDING NAME
003790* ORDER AND PUSHING EACH ONE ON THE FRONT OF ITS MANAGER'S LIST
003800* LEAVES EVERY LIST IN ASCENDING NAME ORDER. NO MANAGER PUTS THE
003810* EMPLOYEE ON THE TOP-OF-COMPANY LIST; A MANAGER WHO IS NOT AN
003820* ACTIVE EMPLOYEE PUTS THEM ON THE UNATTACHED LIST.
003830*-----------------------------------------------------------------
003840 3500-LINK-CHART.
003850     PERFORM 3550-RETURN-NEXT THRU 3550-EXIT
003860     PERFORM 3600-LINK-ONE THRU 3600-EXIT
003870         UNTIL SORT-END-OF-FILE.
003880 3500-EXIT.
003890     EXIT.
003900
003910 3550-RETURN-NEXT.
003920     RETURN SORT-FILE
003930         AT END
003940             MOVE 'Y' TO WS-SORT-EOF-SW
003950     END-RETURN.
003960 3550-EXIT.
003970     EXIT.
003980
003990 3600-LINK-ONE.
004000     MOVE SRT-SUB TO WS-SUB
004010     IF ORG-MGR-ID (WS-SUB) = SPACES
004020         MOVE WS-ROOT-FIRST TO ORG-NEXT-SIB (WS-SUB)
004030         MOVE WS-SUB        TO WS-ROOT-FIRST
004040         ADD 1 TO WS-TOP-COUNT
004050     ELSE
004060         MOVE ORG-MGR-ID (WS-SUB) TO WS-FIND-ID
004070         PERFORM 8000-FIND-ID THRU 8000-EXIT
004080         IF WS-HIT = 0
004090             MOVE WS-UNATT-FIRST TO ORG-NEXT-SIB (WS-SUB)
004100             MOVE WS-SUB         TO WS-UNATT-FIRST
004110             ADD 1 TO WS-UNATT-COUNT
004120         ELSE
004130             MOVE WS-HIT TO ORG-PARENT (WS-SUB)
004140             MOVE ORG-FIRST-CHILD (WS-HIT)
004150                 TO ORG-NEXT-SIB (WS-SUB)
004160             MOVE WS-SUB TO ORG-FIRST-CHILD (WS-HIT)
004170             ADD 1 TO ORG-DIRECT (WS-HIT)
004180         END-IF
004190     END-IF
004200     PERFORM 3550-RETURN-NEXT THRU 3550-EXIT.
004210 3600-EXIT.
004220     EXIT.
004230
004240*-----------------------------------------------------------------
004250* 4000-ORDER-CHART - WALK EACH TOP OF THE COMPANY, THEN EACH
004260* UNATTACHED EMPLOYEE, DOWN THROUGH EVERYONE UNDER THEM, RECORDING
004270* THE PRINT ORDER AND EACH EMPLOYEE'S LEVEL. ANYONE NOT REACHED BY
004280* EITHER WALK IS IN OR UNDER A REPORTING LOOP.
004290*-----------------------------------------------------------------
004300 4000-ORDER-CHART.
004310     MOVE WS-ROOT-FIRST TO WS-TOP
004320     PERFORM 4100-WALK-ONE-TREE THRU 4100-EXIT
004330         UNTIL WS-TOP = 0
004340     MOVE WS-ORDER-COUNT TO WS-ROOT-END
004350     MOVE WS-UNATT-FIRST TO WS-TOP
004360     PERFORM 4100-WALK-ONE-TREE THRU 4100-EXIT
004370         UNTIL WS-TOP = 0.
004380 4000-EXIT.
004390     EXIT.
004400
004410 4100-WALK-ONE-TREE.
004420     MOVE WS-TOP TO WS-CUR
004430     MOVE 1      TO WS-LEVEL
004440     MOVE 'N'    TO WS-WALK-DONE-SW
004450     PERFORM 4200-WALK-STEP THRU 4200-EXIT
004460         UNTIL WALK-DONE
004470     MOVE ORG-NEXT-SIB (WS-TOP) TO WS-TOP.
004480 4100-EXIT.
004490     EXIT.
004500
004510*-----------------------------------------------------------------
004520* 4200-WALK-STEP - RECORD WS-CUR, THEN GO DOWN TO ITS FIRST REPORT
004530* IF IT HAS ONE; OTHERWISE CLIMB BACK UP UNTIL THERE IS A NEXT
004540* PERSON AT THE SAME LEVEL, OR THE TOP OF THIS TREE IS REACHED.
004550*-----------------------------------------------------------------
004560 4200-WALK-STEP.
004570     ADD 1 TO WS-ORDER-COUNT
004580     MOVE WS-CUR   TO ORD-SUB (WS-ORDER-COUNT)
004590     MOVE WS-LEVEL TO ORG-LEVEL (WS-CUR)
004600     MOVE 'Y'      TO ORG-VISITED-SW (WS-CUR)
004610
004620     IF ORG-FIRST-CHILD (WS-CUR) > 0
004630         MOVE ORG-FIRST-CHILD (WS-CUR) TO WS-CUR
004640         ADD 1 TO WS-LEVEL
004650         GO TO 4200-EXIT
004660     END-IF
004670
004680     PERFORM 4300-CLIMB THRU 4300-EXIT
004690         UNTIL WS-CUR = WS-TOP
004700         OR ORG-NEXT-SIB (WS-CUR) > 0
004710     IF WS-CUR = WS-TOP
004720         MOVE 'Y' TO WS-WALK-DONE-SW
004730     ELSE
004740         MOVE ORG-NEXT-SIB (WS-CUR) TO WS-CUR
004750     END-IF.
004760 4200-EXIT.
004770     EXIT.
004780
004790 4300-CLIMB.
004800     MOVE ORG-PARENT (WS-CUR) TO WS-CUR
004810     SUBTRACT 1 FROM WS-LEVEL.
004820 4300-EXIT.
004830     EXIT.
004840
004850*-----------------------------------------------------------------
004860* 5000-COUNT-REPORTS - BACKWARDS THROUGH THE PRINT ORDER EVERYONE
004870* COMES BEFORE THEIR MANAGER, SO EACH TOTAL IS COMPLETE BEFORE IT
004880* IS ADDED INTO THE MANAGER'S. THE SPAN FIGURES ARE TAKEN FROM
004890* THE CHART ITSELF; THE DEEPEST LEVEL FROM THE TOPS' TREES ONLY.
004900*-----------------------------------------------------------------
004910 5000-COUNT-REPORTS.
004920     PERFORM 5100-ADD-UP THRU 5100-EXIT
004930         VARYING WS-OX FROM WS-ORDER-COUNT BY -1
004940         UNTIL WS-OX < 1
004950     PERFORM 5200-COUNT-LOOPED THRU 5200-EXIT
004960         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-ORG-COUNT
004970     IF WS-MGR-COUNT > 0
004980         COMPUTE WS-AVG-SPAN ROUNDED = WS-SPAN-SUM / WS-MGR-COUNT
004990     END-IF.
005000 5000-EXIT.
005010     EXIT.
005020
005030 5100-ADD-UP.
005040     MOVE ORD-SUB (WS-OX) TO WS-CUR
005050     MOVE ORG-PARENT (WS-CUR) TO WS-PX
005060     IF WS-PX > 0
005070         COMPUTE ORG-TOTAL (WS-PX) = ORG-TOTAL (WS-PX)
005080                 + ORG-TOTAL (WS-CUR) + 1
005090     END-IF
005100     IF ORG-DIRECT (WS-CUR) > 0
005110         ADD 1 TO WS-MGR-COUNT
005120         ADD ORG-DIRECT (WS-CUR) TO WS-SPAN-SUM
005130         IF ORG-DIRECT (WS-CUR) NOT < WS-WIDEST
005140             MOVE ORG-DIRECT (WS-CUR) TO WS-WIDEST
005150             MOVE WS-CUR TO WS-WIDEST-SUB
005160         END-IF
005170     END-IF
005180     IF WS-OX NOT > WS-ROOT-END
005190             AND ORG-LEVEL (WS-CUR) > WS-DEEPEST
005200         MOVE ORG-LEVEL (WS-CUR) TO WS-DEEPEST
005210     END-IF.
005220 5100-EXIT.
005230     EXIT.
005240
005250 5200-COUNT-LOOPED.
005260     IF NOT ORG-VISITED (WS-SUB)
005270         ADD 1 TO WS-LOOP-COUNT
005280     END-IF.
005290 5200-EXIT.
005300     EXIT.
005310
005320*-----------------------------------------------------------------
005330* 6000-PRINT-CHART - THE CHART FROM THE TOP OF THE COMPANY, THEN
005340* THE TWO EXCEPTION SECTIONS, EACH STARTING A NEW PAGE. THE LOOP
005350* SECTION IS IN ID ORDER WITH NO LEVEL - THERE IS NO TOP TO COUNT
005360* LEVELS FROM.
005370*-----------------------------------------------------------------
005380 6000-PRINT-CHART.
005390     MOVE 'C' TO WS-HEAD-TYPE
005400     MOVE 'ORGANIZATION CHART' TO HL1-TITLE
005410     MOVE 'REPORTING LINES FROM THE TOP OF THE COMPANY'
005420         TO HL2-CAPTION
005430     PERFORM 6900-WRITE-HEADINGS THRU 6900-EXIT
005440     IF WS-ROOT-END = 0
005450         WRITE PRINT-LINE FROM NONE-REC
005460     END-IF
005470     PERFORM 6100-PRINT-ORDERED THRU 6100-EXIT
005480         VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-ROOT-END
005490
005500     IF WS-UNATT-COUNT > 0
005510         MOVE 'REPORTING TO A MANAGER WHO IS NOT ACTIVE'
005520             TO HL2-CAPTION
005530         PERFORM 6900-WRITE-HEADINGS THRU 6900-EXIT
005540         MOVE WS-ROOT-END TO WS-OX
005550         ADD 1 TO WS-OX
005560         PERFORM 6100-PRINT-ORDERED THRU 6100-EXIT
005570             VARYING WS-OX FROM WS-OX BY 1
005580             UNTIL WS-OX > WS-ORDER-COUNT
005590     END-IF
005600
005610     IF WS-LOOP-COUNT > 0
005620         MOVE 'IN OR UNDER A REPORTING CHAIN THAT LOOPS BACK'
005630             TO HL2-CAPTION
005640         PERFORM 6900-WRITE-HEADINGS THRU 6900-EXIT
005650         PERFORM 6200-PRINT-LOOPED THRU 6200-EXIT
005660             VARYING WS-SUB FROM 1 BY 1
005670             UNTIL WS-SUB > WS-ORG-COUNT
005680     END-IF.
005690 6000-EXIT.
005700     EXIT.
005710
005720 6100-PRINT-ORDERED.
005730     MOVE ORD-SUB (WS-OX) TO WS-CUR
005740     PERFORM 6300-WRITE-DETAIL THRU 6300-EXIT.
005750 6100-EXIT.
005760     EXIT.
005770
005780 6200-PRINT-LOOPED.
005790     IF NOT ORG-VISITED (WS-SUB)
005800         MOVE WS-SUB TO WS-CUR
005810         PERFORM 6300-WRITE-DETAIL THRU 6300-EXIT
005820     END-IF.
005830 6200-EXIT.
005840     EXIT.
005850
005860*-----------------------------------------------------------------
005870* 6300-WRITE-DETAIL - ONE CHART LINE FOR WS-CUR, INDENTED THREE
005880* COLUMNS PER LEVEL BELOW THE TOP. PAST THE NINTH LEVEL THE INDENT
005890* STOPS GROWING; THE LEVEL COLUMN STILL SHOWS THE TRUE DEPTH.
005900*-----------------------------------------------------------------
005910 6300-WRITE-DETAIL.
005920     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005930         PERFORM 6900-WRITE-HEADINGS THRU 6900-EXIT
005940     END-IF
005950
005960     IF ORG-LEVEL (WS-CUR) = 0
005970         MOVE 0 TO WS-INDENT
005980     ELSE
005990         IF ORG-LEVEL (WS-CUR) > 9
006000             MOVE 24 TO WS-INDENT
006010         ELSE
006020             COMPUTE WS-INDENT = ORG-LEVEL (WS-CUR) * 3 - 3
006030         END-IF
006040     END-IF
006050     MOVE ORG-ID (WS-CUR)     TO NODE-ID
006060     MOVE ORG-L-NAME (WS-CUR) TO NODE-L-NAME
006070     MOVE ORG-F-NAME (WS-CUR) TO NODE-F-NAME
006080     MOVE SPACES TO DTL-TREE
006090     MOVE WS-NODE-TEXT TO DTL-TREE (WS-INDENT + 1 : 38)
006100
006110     MOVE ORG-LEVEL (WS-CUR)  TO DTL-LEVEL
006120     MOVE ORG-DEPT (WS-CUR)   TO DTL-DEPT
006130     MOVE ORG-MGR-ID (WS-CUR) TO DTL-MGR-ID
006140     MOVE ORG-DIRECT (WS-CUR) TO DTL-DIRECT
006150     MOVE ORG-TOTAL (WS-CUR)  TO DTL-TOTAL
006160     WRITE PRINT-LINE FROM DETAIL-REC
006170     ADD 1 TO WS-LINE-COUNT.
006180 6300-EXIT.
006190     EXIT.
006200
006210 6900-WRITE-HEADINGS.
006220     ADD 1 TO WS-PAGE-COUNT
006230     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
006240     WRITE PRINT-LINE FROM HEADING-REC-1
006250     WRITE PRINT-LINE FROM HEADING-REC-2
006260     IF CHART-HEADINGS
006270         WRITE PRINT-LINE FROM HEADING-REC-3
006280     END-IF
006290     IF SPAN-HEADINGS
006300         WRITE PRINT-LINE FROM HEADING-REC-4
006310     END-IF
006320     MOVE SPACES TO PRINT-LINE
006330     WRITE PRINT-LINE
006340     MOVE ZEROS TO WS-LINE-COUNT.
006350 6900-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------------
006390* 7000-PRINT-SPAN - EVERY MANAGER ON THE CHART WITH THEIR DIRECT
006400* AND TOTAL REPORTS, IN CHART ORDER, THEN THE COMPANY FIGURES ON
006410* A PAGE OF THEIR OWN. WHERE TWO MANAGERS SHARE THE WIDEST SPAN
006420* THE ONE HIGHER IN THE CHART IS NAMED.
006430*-----------------------------------------------------------------
006440 7000-PRINT-SPAN.
006450     MOVE 'S' TO WS-HEAD-TYPE
006460     MOVE 'SPAN OF CONTROL SUMMARY' TO HL1-TITLE
006470     MOVE 'MANAGERS IN ORGANIZATION CHART ORDER' TO HL2-CAPTION
006480     PERFORM 6900-WRITE-HEADINGS THRU 6900-EXIT
006490     IF WS-MGR-COUNT = 0
006500         WRITE PRINT-LINE FROM NONE-REC
006510     END-IF
006520     PERFORM 7100-SPAN-LINE THRU 7100-EXIT
006530         VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-ORDER-COUNT
006540
006550     MOVE 'F' TO WS-HEAD-TYPE
006560     MOVE 'COMPANY FIGURES' TO HL2-CAPTION
006570     PERFORM 6900-WRITE-HEADINGS THRU 6900-EXIT
006580     PERFORM 7200-COMPANY-FIGURES THRU 7200-EXIT.
006590 7000-EXIT.
006600     EXIT.
006610
006620 7100-SPAN-LINE.
006630     MOVE ORD-SUB (WS-OX) TO WS-CUR
006640     IF ORG-DIRECT (WS-CUR) = 0
006650         GO TO 7100-EXIT
006660     END-IF
006670     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006680         PERFORM 6900-WRITE-HEADINGS THRU 6900-EXIT
006690     END-IF
006700     MOVE ORG-LEVEL (WS-CUR)  TO SPN-LEVEL
006710     MOVE ORG-ID (WS-CUR)     TO SPN-ID
006720     MOVE ORG-L-NAME (WS-CUR) TO SPN-L-NAME
006730     MOVE ORG-F-NAME (WS-CUR) TO SPN-F-NAME
006740     MOVE ORG-DEPT (WS-CUR)   TO SPN-DEPT
006750     MOVE ORG-DIRECT (WS-CUR) TO SPN-DIRECT
006760     MOVE ORG-TOTAL (WS-CUR)  TO SPN-TOTAL
006770     WRITE PRINT-LINE FROM SPAN-REC
006780     ADD 1 TO WS-LINE-COUNT.
006790 7100-EXIT.
006800     EXIT.
006810
006820 7200-COMPANY-FIGURES.
006830     MOVE SPACES TO STA-TEXT
006840     MOVE 'ACTIVE EMPLOYEES' TO STA-LABEL
006850     MOVE WS-ORG-COUNT TO STA-COUNT
006860     WRITE PRINT-LINE FROM STAT-REC
006870     MOVE 'AT THE TOP OF THE COMPANY (NO MANAGER)' TO STA-LABEL
006880     MOVE WS-TOP-COUNT TO STA-COUNT
006890     WRITE PRINT-LINE FROM STAT-REC
006900     MOVE 'MANAGERS WITH DIRECT REPORTS' TO STA-LABEL
006910     MOVE WS-MGR-COUNT TO STA-COUNT
006920     WRITE PRINT-LINE FROM STAT-REC
006930     MOVE 'AVERAGE SPAN OF CONTROL' TO STV-LABEL
006940     MOVE WS-AVG-SPAN TO STV-AVG
006950     WRITE PRINT-LINE FROM STAT-AVG-REC
006960     MOVE 'WIDEST SPAN OF CONTROL' TO STA-LABEL
006970     MOVE WS-WIDEST TO STA-COUNT
006980     IF WS-WIDEST-SUB > 0
006990         MOVE ORG-ID (WS-WIDEST-SUB)     TO NODE-ID
007000         MOVE ORG-L-NAME (WS-WIDEST-SUB) TO NODE-L-NAME
007010         MOVE ORG-F-NAME (WS-WIDEST-SUB) TO NODE-F-NAME
007020         MOVE WS-NODE-TEXT TO STA-TEXT
007030     END-IF
007040     WRITE PRINT-LINE FROM STAT-REC
007050     MOVE SPACES TO STA-TEXT
007060     MOVE 'DEEPEST REPORTING LEVEL' TO STA-LABEL
007070     MOVE WS-DEEPEST TO STA-COUNT
007080     WRITE PRINT-LINE FROM STAT-REC
007090     MOVE 'REPORTING TO A MANAGER NOT ACTIVE' TO STA-LABEL
007100     MOVE WS-UNATT-COUNT TO STA-COUNT
007110     WRITE PRINT-LINE FROM STAT-REC
007120     MOVE 'IN OR UNDER A REPORTING LOOP' TO STA-LABEL
007130     MOVE WS-LOOP-COUNT TO STA-COUNT
007140     WRITE PRINT-LINE FROM STAT-REC.
007150 7200-EXIT.
007160     EXIT.
007170
007180*-----------------------------------------------------------------
007190* 8000-FIND-ID - BINARY SEARCH OF THE ID-ORDERED TABLE FOR
007200* WS-FIND-ID. WS-HIT IS ITS SUBSCRIPT, OR ZERO WHEN THE ID IS NOT
007210* AN ACTIVE EMPLOYEE.
007220*-----------------------------------------------------------------
007230 8000-FIND-ID.
007240     MOVE 0 TO WS-HIT
007250     MOVE 1 TO WS-LO
007260     MOVE WS-ORG-COUNT TO WS-HI
007270     PERFORM 8100-HALVE THRU 8100-EXIT
007280         UNTIL WS-LO > WS-HI OR WS-HIT > 0.
007290 8000-EXIT.
007300     EXIT.
007310
007320 8100-HALVE.
007330     COMPUTE WS-MID = (WS-LO + WS-HI) / 2
007340     IF ORG-ID (WS-MID) = WS-FIND-ID
007350         MOVE WS-MID TO WS-HIT
007360     ELSE
007370         IF ORG-ID (WS-MID) < WS-FIND-ID
007380             COMPUTE WS-LO = WS-MID + 1
007390         ELSE
007400             IF WS-MID = 1
007410                 MOVE 0 TO WS-HI
007420             ELSE
007430                 COMPUTE WS-HI = WS-MID - 1
007440             END-IF
007450         END-IF
007460     END-IF.
007470 8100-EXIT.
007480     EXIT.
007490
007500*-----------------------------------------------------------------
007510* 9000-TERMINATE
007520*-----------------------------------------------------------------
007530 9000-TERMINATE.
007540     DISPLAY 'EMPORG - EMPLOYEES READ:     ' WS-READ-COUNT
007550     DISPLAY 'EMPORG - ACTIVE CHARTED:     ' WS-ORDER-COUNT
007560     DISPLAY 'EMPORG - MANAGERS:           ' WS-MGR-COUNT
007570     DISPLAY 'EMPORG - MANAGER NOT ACTIVE: ' WS-UNATT-COUNT
007580     DISPLAY 'EMPORG - IN A REPORTING LOOP:' WS-LOOP-COUNT
007590     CLOSE OUTFILE
007600     CLOSE REPORT-FILE.
007610 9000-EXIT.
007620     EXIT.
