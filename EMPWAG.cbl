000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPWAG.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* QUARTER-END AND YEAR-END WAGE SUMMARY OFF THE EARNINGS HISTORY
000180* FILE (EARNHIST.DOC, ERNREC LAYOUT) THAT EMPTIM POSTS EVERY
000190* ACCEPTED TIMECARD TO. THE REPORT (WAGESUM.RPT) PRINTS IN THE
000200* SAME 132-COLUMN PAGINATED STYLE AS PAYREG.RPT: ONE LINE PER
000210* EMPLOYEE WITH REGULAR HOURS, OVERTIME HOURS AND GROSS FOR THE
000220* QUARTER AND FOR THE YEAR TO DATE THROUGH THE END OF THAT
000230* QUARTER, SORTED INTO DEPARTMENT AND LAST-NAME ORDER, WITH A
000240* SUBTOTAL PER DEPARTMENT AND THE COMPANY TOTAL ON ITS OWN PAGE.
000250* THE FOURTH-QUARTER RUN IS THE YEAR-END SUMMARY.
000260*
000270* THE SUMMARY IS BUILT FROM THE HISTORY, NOT THE MASTER, SO AN
000280* EMPLOYEE TERMINATED SINCE - OR TERMINATED AND REHIRED - STILL
000290* SHOWS FOR THE QUARTERS THEY WORKED. ANYONE WITH EARNINGS IN THE
000300* YEAR UP TO THE END OF THE QUARTER IS LISTED, UNDER THE
000310* DEPARTMENT THEY LAST WORKED IN BY THAT QUARTER. THE STATUS
000320* COLUMN SHOWS WHERE THEY STAND ON THE MASTER TODAY (ACTIVE,
000330* TERM, OR OFF FILE WHEN THE RECORD HAS SINCE BEEN PURGED).
000340*
000350* THE PERIOD COMES FROM THE FIRST RECORD OF WAGESUM.PRM:
000360*   COL 01-04  YEAR YYYY
000370*   COL 06     QUARTER 1-4 (BLANK MEANS 4 - THE YEAR-END SUMMARY)
000380* NO PARAMETER FILE, OR A BLANK YEAR, MEANS THE LAST QUARTER
000390* COMPLETED BEFORE TODAY - SO THE FIRST RUN IN JANUARY PRINTS
000400* THE FOURTH QUARTER AND YEAR-END OF THE YEAR JUST CLOSED, AND
000410* EMPTIM IS ALREADY POSTING THE NEW YEAR TO NEW RECORDS.
000420* A MISSING EARNHIST.DOC JUST MEANS NOTHING HAS BEEN POSTED YET.
000430* RETURN CODE 16 MEANS A REQUIRED FILE WOULD NOT OPEN OR THE
000440* PARAMETER CARD WAS BAD.
000450*****************************************************************
000460*-----------------------------------------------------------------
000470* MODIFICATION HISTORY
000480*-----------------------------------------------------------------
000490* 10/15/2026 JW  ORIGINAL PROGRAM.
000500*-----------------------------------------------------------------
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550
000560     SELECT PARM-FILE ASSIGN TO 'WAGESUM.PRM'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FILE-STATUS-1.
000590
000600     SELECT EARN-FILE ASSIGN TO 'EARNHIST.DOC'
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS ERN-KEY
000640         FILE STATUS IS FILE-STATUS-2.
000650
000660     SELECT OUTFILE ASSIGN TO 'RPT.DOC'
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS EFR-ID
000700         ALTERNATE RECORD KEY IS EFR-L-NAME WITH DUPLICATES
000710         FILE STATUS IS FILE-STATUS-3.
000720
000730     SELECT DEPT-FILE ASSIGN TO 'DEPT.DOC'
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS DPT-CODE
000770         FILE STATUS IS FILE-STATUS-4.
000780
000790     SELECT REPORT-FILE ASSIGN TO 'WAGESUM.RPT'
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FILE-STATUS-5.
000820
000830     SELECT SORT-FILE ASSIGN TO 'SORTWK'.
000840
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880
000890 FD  PARM-FILE RECORDING MODE F.
000900 01  PARM-REC.
000910     05  PRM-YEAR                        PIC X(04).
000920     05  FILLER                          PIC X(01).
000930     05  PRM-QTR                         PIC X(01).
000940     05  FILLER                          PIC X(74).
000950
000960 FD  EARN-FILE.
000970     COPY ERNREC.
000980
000990 FD  OUTFILE.
001000     COPY EMPREC.
001010
001020 FD  DEPT-FILE.
001030     COPY DEPTREC.
001040
001050 FD  REPORT-FILE RECORDING MODE F.
001060 01  PRINT-LINE                          PIC X(132).
001070
001080 SD  SORT-FILE.
001090 01  SORT-REC.
001100     05  SRT-DEPT                        PIC X(10).
001110     05  SRT-L-NAME                      PIC X(15).
001120     05  SRT-F-NAME                      PIC X(15).
001130     05  SRT-ID                          PIC X(05).
001140     05  SRT-STATUS                      PIC X(08).
001150     05  SRT-Q-REG-HOURS                 PIC 9(04)V99.
001160     05  SRT-Q-OT-HOURS                  PIC 9(04)V99.
001170     05  SRT-Q-GROSS                     PIC 9(08)V99.
001180     05  SRT-YTD-REG-HOURS               PIC 9(05)V99.
001190     05  SRT-YTD-OT-HOURS                PIC 9(05)V99.
001200     05  SRT-YTD-GROSS                   PIC 9(09)V99.
001210
001220
001230 WORKING-STORAGE SECTION.
001240 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
001250 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
001260 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
001270 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
001280 77  FILE-STATUS-5                        PIC X(02) VALUE SPACES.
001290
001300 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
001310     88  END-OF-FILE                              VALUE 'Y'.
001320
001330 77  WS-SORT-EOF-SW                       PIC X(01) VALUE 'N'.
001340     88  SORT-END-OF-FILE                         VALUE 'Y'.
001350
001360 77  WS-FIRST-DEPT-SW                     PIC X(01) VALUE 'Y'.
001370     88  FIRST-DEPARTMENT                         VALUE 'Y'.
001380
001390 77  WS-EARN-FILE-SW                      PIC X(01) VALUE 'Y'.
001400     88  EARN-FILE-PRESENT                        VALUE 'Y'.
001410
001420 77  WS-PREV-DEPT                         PIC X(10) VALUE SPACES.
001430 77  WS-USE-DEPT                          PIC X(10) VALUE SPACES.
001440
001450 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
001460 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
001470 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
001480
001490 77  WS-READ-COUNT                        PIC 9(06) COMP VALUE 0.
001500 77  WS-LISTED-COUNT                      PIC 9(06) COMP VALUE 0.
001510 77  WS-OFF-FILE-COUNT                    PIC 9(06) COMP VALUE 0.
001520 77  WS-DEPT-COUNT                        PIC 9(06) COMP VALUE 0.
001530 77  WS-GRAND-COUNT                       PIC 9(06) COMP VALUE 0.
001540
001550 77  WS-QX                                PIC 9(01) VALUE 0.
001560 77  WS-CUR-QTR                           PIC 9(01) VALUE 0.
001570 77  WS-YTD-WEEKS                         PIC 9(03) COMP VALUE 0.
001580
001590*-----------------------------------------------------------------
001600* THE PERIOD BEING SUMMARIZED AND TODAY'S DATE, WHICH PICKS THE
001610* DEFAULT PERIOD.
001620*-----------------------------------------------------------------
001630 01  WS-PERIOD.
001640     05  WS-SUM-YEAR                     PIC 9(04) VALUE 0.
001650     05  WS-SUM-QTR                      PIC 9(01) VALUE 0.
001660
001670 01  WS-TODAY.
001680     05  WS-TODAY-YYYY                   PIC 9(04).
001690     05  WS-TODAY-MM                     PIC 9(02).
001700     05  WS-TODAY-DD                     PIC 9(02).
001710
001720*-----------------------------------------------------------------
001730* ONE EMPLOYEE'S YEAR-TO-DATE THROUGH THE PERIOD QUARTER, BUILT
001740* UP QUARTER BY QUARTER OFF THE HISTORY RECORD.
001750*-----------------------------------------------------------------
001760 01  WS-EMP-TOTALS.
001770     05  WS-YTD-REG-HOURS                PIC 9(05)V99.
001780     05  WS-YTD-OT-HOURS                 PIC 9(05)V99.
001790     05  WS-YTD-GROSS                    PIC 9(09)V99.
001800
001810 01  WS-DEPT-TOTALS.
001820     05  WS-DEPT-Q-REG                   PIC 9(07)V99.
001830     05  WS-DEPT-Q-OT                    PIC 9(07)V99.
001840     05  WS-DEPT-Q-GROSS                 PIC 9(10)V99.
001850     05  WS-DEPT-YTD-REG                 PIC 9(07)V99.
001860     05  WS-DEPT-YTD-OT                  PIC 9(07)V99.
001870     05  WS-DEPT-YTD-GROSS               PIC 9(11)V99.
001880
001890 01  WS-GRAND-TOTALS.
001900     05  WS-GRAND-Q-REG                  PIC 9(07)V99 VALUE 0.
001910     05  WS-GRAND-Q-OT                   PIC 9(07)V99 VALUE 0.
001920     05  WS-GRAND-Q-GROSS                PIC 9(10)V99 VALUE 0.
001930     05  WS-GRAND-YTD-REG                PIC 9(07)V99 VALUE 0.
001940     05  WS-GRAND-YTD-OT                 PIC 9(07)V99 VALUE 0.
001950     05  WS-GRAND-YTD-GROSS              PIC 9(11)V99 VALUE 0.
001960
001970 01  HEADING-REC-1.
001980     05  FILLER                           PIC X(35) VALUE SPACES.
001990     05  HL1-TITLE                        PIC X(26).
002000     05  FILLER                           PIC X(10) VALUE SPACES.
002010     05  FILLER                           PIC X(05) VALUE 'PAGE '.
002020     05  HL1-PAGE-NO                      PIC ZZZ9.
002030     05  FILLER                           PIC X(52) VALUE SPACES.
002040
002050 01  HEADING-REC-2.
002060     05  FILLER                           PIC X(05) VALUE SPACES.
002070     05  FILLER                           PIC X(06)
002080             VALUE 'YEAR: '.
002090     05  HL2-YEAR                         PIC 9(04).
002100     05  FILLER                           PIC X(11)
002110             VALUE '  QUARTER: '.
002120     05  HL2-QTR                          PIC 9(01).
002130     05  FILLER                           PIC X(15)
002140             VALUE '   DEPARTMENT: '.
002150     05  HL2-DEPT-CODE                    PIC X(10).
002160     05  FILLER                           PIC X(02) VALUE SPACES.
002170     05  HL2-DEPT-NAME                    PIC X(30).
002180     05  FILLER                           PIC X(48) VALUE SPACES.
002190
002200 01  HEADING-REC-3.
002210     05  FILLER                           PIC X(05) VALUE SPACES.
002220     05  FILLER                           PIC X(07) VALUE 'ID'.
002230     05  FILLER                           PIC X(17) VALUE
002240             'LAST NAME'.
002250     05  FILLER                           PIC X(17) VALUE
002260             'FIRST NAME'.
002270     05  FILLER                           PIC X(10) VALUE
002280             'STATUS'.
002290     05  FILLER                           PIC X(11) VALUE
002300             '    QTR REG'.
002310     05  FILLER                           PIC X(11) VALUE
002320             '     QTR OT'.
002330     05  FILLER                           PIC X(15) VALUE
002340             '      QTR GROSS'.
002350     05  FILLER                           PIC X(12) VALUE
002360             '     YTD REG'.
002370     05  FILLER                           PIC X(12) VALUE
002380             '      YTD OT'.
002390     05  FILLER                           PIC X(15) VALUE
002400             '      YTD GROSS'.
002410
002420 01  DETAIL-REC.
002430     05  FILLER                           PIC X(05) VALUE SPACES.
002440     05  DTL-ID                           PIC X(05).
002450     05  FILLER                           PIC X(02) VALUE SPACES.
002460     05  DTL-L-NAME                       PIC X(15).
002470     05  FILLER                           PIC X(02) VALUE SPACES.
002480     05  DTL-F-NAME                       PIC X(15).
002490     05  FILLER                           PIC X(02) VALUE SPACES.
002500     05  DTL-STATUS                       PIC X(08).
002510     05  FILLER                           PIC X(02) VALUE SPACES.
002520     05  DTL-Q-REG                        PIC ZZ,ZZ9.99.
002530     05  FILLER                           PIC X(02) VALUE SPACES.
002540     05  DTL-Q-OT                         PIC ZZ,ZZ9.99.
002550     05  FILLER                           PIC X(02) VALUE SPACES.
002560     05  DTL-Q-GROSS                      PIC ZZ,ZZZ,ZZ9.99.
002570     05  FILLER                           PIC X(02) VALUE SPACES.
002580     05  DTL-YTD-REG                      PIC ZZZ,ZZ9.99.
002590     05  FILLER                           PIC X(02) VALUE SPACES.
002600     05  DTL-YTD-OT                       PIC ZZZ,ZZ9.99.
002610     05  FILLER                           PIC X(02) VALUE SPACES.
002620     05  DTL-YTD-GROSS                    PIC ZZZ,ZZZ,ZZ9.99.
002630     05  FILLER                           PIC X(01) VALUE SPACES.
002640
002650 01  DEPT-TOTAL-REC.
002660     05  FILLER                           PIC X(05) VALUE SPACES.
002670     05  DTO-LABEL                        PIC X(30).
002680     05  DTO-COUNT                        PIC ZZZ,ZZ9.
002690     05  FILLER                           PIC X(13) VALUE SPACES.
002700     05  DTO-Q-REG                        PIC ZZZ,ZZ9.99.
002710     05  FILLER                           PIC X(01) VALUE SPACES.
002720     05  DTO-Q-OT                         PIC ZZZ,ZZ9.99.
002730     05  FILLER                           PIC X(01) VALUE SPACES.
002740     05  DTO-Q-GROSS                      PIC ZZZ,ZZZ,ZZ9.99.
002750     05  FILLER                           PIC X(02) VALUE SPACES.
002760     05  DTO-YTD-REG                      PIC ZZZ,ZZ9.99.
002770     05  FILLER                           PIC X(02) VALUE SPACES.
002780     05  DTO-YTD-OT                       PIC ZZZ,ZZ9.99.
002790     05  FILLER                           PIC X(02) VALUE SPACES.
002800     05  DTO-YTD-GROSS                    PIC ZZZ,ZZZ,ZZ9.99.
002810     05  FILLER                           PIC X(01) VALUE SPACES.
002820
002830 01  TOTAL-REC-1.
002840     05  FILLER                           PIC X(05) VALUE SPACES.
002850     05  FILLER                           PIC X(32)
002860             VALUE 'EARNINGS RECORDS READ:          '.
002870     05  TOT-READ                         PIC ZZZ,ZZ9.
002880     05  FILLER                           PIC X(88) VALUE SPACES.
002890
002900 01  TOTAL-REC-2.
002910     05  FILLER                           PIC X(05) VALUE SPACES.
002920     05  FILLER                           PIC X(32)
002930             VALUE 'EMPLOYEES LISTED:               '.
002940     05  TOT-LISTED                       PIC ZZZ,ZZ9.
002950     05  FILLER                           PIC X(88) VALUE SPACES.
002960
002970 01  TOTAL-REC-3.
002980     05  FILLER                           PIC X(05) VALUE SPACES.
002990     05  FILLER                           PIC X(32)
003000             VALUE 'LISTED BUT NO LONGER ON MASTER: '.
003010     05  TOT-OFF-FILE                     PIC ZZZ,ZZ9.
003020     05  FILLER                           PIC X(88) VALUE SPACES.
003030
003040
003050 PROCEDURE DIVISION.
003060*-----------------------------------------------------------------
003070* 0000-MAINLINE - PICK THE PERIOD, SORT EVERY EMPLOYEE WITH
003080* EARNINGS IN IT INTO DEPARTMENT AND LAST-NAME ORDER, AND PRINT
003090* THE SUMMARY OUT OF THE SORT, THE SAME SHAPE AS EMPTIM.
003100*-----------------------------------------------------------------
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     SORT SORT-FILE
003140         ON ASCENDING KEY SRT-DEPT
003150         ON ASCENDING KEY SRT-L-NAME
003160         ON ASCENDING KEY SRT-F-NAME
003170         ON ASCENDING KEY SRT-ID
003180         INPUT PROCEDURE IS 2000-SELECT-INPUT THRU 2000-EXIT
003190         OUTPUT PROCEDURE IS 4000-REPORT-OUTPUT THRU 4000-EXIT.
003200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003210     GOBACK.
003220
003230*-----------------------------------------------------------------
003240* 1000-INITIALIZE - WORK OUT THE PERIOD FROM THE PARAMETER CARD
003250* OR TODAY'S DATE, THEN OPEN THE FILES. NO EARNINGS HISTORY YET
003260* (STATUS 35) IS NOT AN ERROR - THE REPORT JUST COMES OUT EMPTY.
003270*-----------------------------------------------------------------
003280 1000-INITIALIZE.
003290     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003300     MOVE SPACES TO PARM-REC
003310
003320     OPEN INPUT PARM-FILE
003330     IF FILE-STATUS-1 = '00'
003340         READ PARM-FILE
003350             AT END
003360                 MOVE SPACES TO PARM-REC
003370         END-READ
003380         CLOSE PARM-FILE
003390     END-IF
003400
003410     IF PRM-YEAR = SPACES
003420         PERFORM 1100-DEFAULT-PERIOD THRU 1100-EXIT
003430     ELSE
003440         IF PRM-YEAR IS NOT NUMERIC OR PRM-YEAR < '1900'
003450             DISPLAY 'EMPWAG - BAD YEAR: ' PRM-YEAR
003460             MOVE 16 TO RETURN-CODE
003470             STOP RUN
003480         END-IF
003490         MOVE PRM-YEAR TO WS-SUM-YEAR
003500         IF PRM-QTR = SPACE
003510             MOVE 4 TO WS-SUM-QTR
003520         ELSE
003530             IF PRM-QTR < '1' OR PRM-QTR > '4'
003540                 DISPLAY 'EMPWAG - BAD QUARTER: ' PRM-QTR
003550                 MOVE 16 TO RETURN-CODE
003560                 STOP RUN
003570             END-IF
003580             MOVE PRM-QTR TO WS-SUM-QTR
003590         END-IF
003600     END-IF
003610
003620     IF WS-SUM-QTR = 4
003630         MOVE 'YEAR-END WAGE SUMMARY     ' TO HL1-TITLE
003640     ELSE
003650         MOVE 'QUARTERLY WAGE SUMMARY    ' TO HL1-TITLE
003660     END-IF
003670     MOVE WS-SUM-YEAR TO HL2-YEAR
003680     MOVE WS-SUM-QTR  TO HL2-QTR
003690     DISPLAY 'EMPWAG - YEAR:    ' WS-SUM-YEAR
003700     DISPLAY 'EMPWAG - QUARTER: ' WS-SUM-QTR
003710
003720     OPEN INPUT EARN-FILE
003730     IF FILE-STATUS-2 = '35'
003740         MOVE 'N' TO WS-EARN-FILE-SW
003750     ELSE
003760         IF FILE-STATUS-2 NOT = '00'
003770             DISPLAY 'EMPWAG - UNABLE TO OPEN EARNHIST.DOC - '
003780                     'STATUS ' FILE-STATUS-2
003790             MOVE 16 TO RETURN-CODE
003800             STOP RUN
003810         END-IF
003820     END-IF
003830
003840     OPEN INPUT OUTFILE
003850     IF FILE-STATUS-3 NOT = '00'
003860         DISPLAY 'EMPWAG - UNABLE TO OPEN RPT.DOC - STATUS '
003870                 FILE-STATUS-3
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF
003910
003920     OPEN INPUT DEPT-FILE
003930     IF FILE-STATUS-4 NOT = '00'
003940         DISPLAY 'EMPWAG - UNABLE TO OPEN DEPT.DOC - STATUS '
003950                 FILE-STATUS-4
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990
004000     OPEN OUTPUT REPORT-FILE
004010     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
004020 1000-EXIT.
004030     EXIT.
004040
004050*-----------------------------------------------------------------
004060* 1100-DEFAULT-PERIOD - THE LAST QUARTER COMPLETED BEFORE TODAY.
004070* IN THE FIRST QUARTER THAT IS THE FOURTH QUARTER OF LAST YEAR.
004080*-----------------------------------------------------------------
004090 1100-DEFAULT-PERIOD.
004100     COMPUTE WS-CUR-QTR = (WS-TODAY-MM + 2) / 3
004110     IF WS-CUR-QTR = 1
004120         COMPUTE WS-SUM-YEAR = WS-TODAY-YYYY - 1
004130         MOVE 4 TO WS-SUM-QTR
004140     ELSE
004150         MOVE WS-TODAY-YYYY TO WS-SUM-YEAR
004160         COMPUTE WS-SUM-QTR = WS-CUR-QTR - 1
004170     END-IF.
004180 1100-EXIT.
004190     EXIT.
004200
004210*-----------------------------------------------------------------
004220* 2000-SELECT-INPUT - READ THE WHOLE HISTORY FILE AND RELEASE
004230* ONE SORT RECORD PER EMPLOYEE WITH EARNINGS IN THE PERIOD YEAR
004240* UP TO THE END OF THE PERIOD QUARTER.
004250*-----------------------------------------------------------------
004260 2000-SELECT-INPUT.
004270     IF NOT EARN-FILE-PRESENT
004280         GO TO 2000-EXIT
004290     END-IF
004300     PERFORM 2100-READ-EARNINGS THRU 2100-EXIT
004310     PERFORM 2200-SELECT-N-RELEASE THRU 2200-EXIT
004320         UNTIL END-OF-FILE.
004330 2000-EXIT.
004340     EXIT.
004350
004360 2100-READ-EARNINGS.
004370     READ EARN-FILE NEXT RECORD
004380         AT END
004390             MOVE 'Y' TO WS-EOF-SW
004400         NOT AT END
004410             ADD 1 TO WS-READ-COUNT
004420     END-READ.
004430 2100-EXIT.
004440     EXIT.
004450
004460*-----------------------------------------------------------------
004470* 2200-SELECT-N-RELEASE - ADD UP THE YEAR TO DATE THROUGH THE
004480* PERIOD QUARTER AND TAKE THE DEPARTMENT OF THE LATEST QUARTER
004490* WORKED. LATER QUARTERS ARE LEFT OUT, SO RERUNNING AN EARLIER
004500* QUARTER GIVES THE SAME FIGURES IT GAVE AT THE TIME.
004510*-----------------------------------------------------------------
004520 2200-SELECT-N-RELEASE.
004530     IF ERN-YEAR NOT = WS-SUM-YEAR
004540         GO TO 2200-NEXT
004550     END-IF
004560
004570     MOVE ZEROS  TO WS-EMP-TOTALS
004580     MOVE ZERO   TO WS-YTD-WEEKS
004590     MOVE SPACES TO WS-USE-DEPT
004600     PERFORM 2210-ADD-QUARTER THRU 2210-EXIT
004610         VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > WS-SUM-QTR
004620     IF WS-YTD-WEEKS = 0
004630         GO TO 2200-NEXT
004640     END-IF
004650
004660     MOVE ERN-ID TO EFR-ID
004670     READ OUTFILE KEY IS EFR-ID
004680         INVALID KEY
004690             MOVE ERN-L-NAME TO EFR-L-NAME
004700             MOVE ERN-F-NAME TO EFR-F-NAME
004710             MOVE 'OFF FILE' TO SRT-STATUS
004720             ADD 1 TO WS-OFF-FILE-COUNT
004730         NOT INVALID KEY
004740             IF EFR-TERMINATED
004750                 MOVE 'TERM'   TO SRT-STATUS
004760             ELSE
004770                 MOVE 'ACTIVE' TO SRT-STATUS
004780             END-IF
004790     END-READ
004800
004810     MOVE WS-USE-DEPT                TO SRT-DEPT
004820     MOVE EFR-L-NAME                 TO SRT-L-NAME
004830     MOVE EFR-F-NAME                 TO SRT-F-NAME
004840     MOVE ERN-ID                     TO SRT-ID
004850     MOVE ERN-Q-REG-HOURS(WS-SUM-QTR) TO SRT-Q-REG-HOURS
004860     MOVE ERN-Q-OT-HOURS(WS-SUM-QTR)  TO SRT-Q-OT-HOURS
004870     MOVE ERN-Q-GROSS(WS-SUM-QTR)     TO SRT-Q-GROSS
004880     MOVE WS-YTD-REG-HOURS           TO SRT-YTD-REG-HOURS
004890     MOVE WS-YTD-OT-HOURS            TO SRT-YTD-OT-HOURS
004900     MOVE WS-YTD-GROSS               TO SRT-YTD-GROSS
004910     ADD 1 TO WS-LISTED-COUNT
004920     RELEASE SORT-REC.
004930
004940 2200-NEXT.
004950     PERFORM 2100-READ-EARNINGS THRU 2100-EXIT.
004960 2200-EXIT.
004970     EXIT.
004980
004990 2210-ADD-QUARTER.
005000     ADD ERN-Q-REG-HOURS(WS-QX) TO WS-YTD-REG-HOURS
005010     ADD ERN-Q-OT-HOURS(WS-QX)  TO WS-YTD-OT-HOURS
005020     ADD ERN-Q-GROSS(WS-QX)     TO WS-YTD-GROSS
005030     ADD ERN-Q-WEEKS(WS-QX)     TO WS-YTD-WEEKS
005040     IF ERN-Q-WEEKS(WS-QX) > 0
005050         MOVE ERN-Q-DEPT(WS-QX) TO WS-USE-DEPT
005060     END-IF.
005070 2210-EXIT.
005080     EXIT.
005090
005100*-----------------------------------------------------------------
005110* 4000-REPORT-OUTPUT - CONTROL-BREAK SUMMARY OUT OF THE SORT: A
005120* NEW PAGE SET PER DEPARTMENT, A SUBTOTAL AT EACH BREAK AND THE
005130* COMPANY TOTAL ON ITS OWN PAGE AT THE END - PRINTED EVEN WHEN
005140* NOTHING WAS POSTED, SO THE OPERATOR SEES THE STEP RAN.
005150*-----------------------------------------------------------------
005160 4000-REPORT-OUTPUT.
005170     PERFORM 4100-RETURN-NEXT THRU 4100-EXIT
005180     PERFORM 4200-PROCESS-SORTED THRU 4200-EXIT
005190         UNTIL SORT-END-OF-FILE
005200
005210     IF NOT FIRST-DEPARTMENT
005220         PERFORM 4500-DEPT-TOTAL THRU 4500-EXIT
005230     END-IF
005240     PERFORM 4600-GRAND-TOTAL THRU 4600-EXIT.
005250 4000-EXIT.
005260     EXIT.
005270
005280 4100-RETURN-NEXT.
005290     RETURN SORT-FILE
005300         AT END
005310             MOVE 'Y' TO WS-SORT-EOF-SW
005320     END-RETURN.
005330 4100-EXIT.
005340     EXIT.
005350
005360 4200-PROCESS-SORTED.
005370     IF FIRST-DEPARTMENT
005380         MOVE 'N' TO WS-FIRST-DEPT-SW
005390         PERFORM 4300-START-DEPT THRU 4300-EXIT
005400     ELSE
005410         IF SRT-DEPT NOT = WS-PREV-DEPT
005420             PERFORM 4500-DEPT-TOTAL THRU 4500-EXIT
005430             PERFORM 4300-START-DEPT THRU 4300-EXIT
005440         END-IF
005450     END-IF
005460
005470     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005480         PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT
005490     END-IF
005500
005510     MOVE SRT-ID            TO DTL-ID
005520     MOVE SRT-L-NAME        TO DTL-L-NAME
005530     MOVE SRT-F-NAME        TO DTL-F-NAME
005540     MOVE SRT-STATUS        TO DTL-STATUS
005550     MOVE SRT-Q-REG-HOURS   TO DTL-Q-REG
005560     MOVE SRT-Q-OT-HOURS    TO DTL-Q-OT
005570     MOVE SRT-Q-GROSS       TO DTL-Q-GROSS
005580     MOVE SRT-YTD-REG-HOURS TO DTL-YTD-REG
005590     MOVE SRT-YTD-OT-HOURS  TO DTL-YTD-OT
005600     MOVE SRT-YTD-GROSS     TO DTL-YTD-GROSS
005610     WRITE PRINT-LINE FROM DETAIL-REC
005620     ADD 1 TO WS-LINE-COUNT
005630
005640     ADD 1                 TO WS-DEPT-COUNT
005650     ADD 1                 TO WS-GRAND-COUNT
005660     ADD SRT-Q-REG-HOURS   TO WS-DEPT-Q-REG
005670     ADD SRT-Q-REG-HOURS   TO WS-GRAND-Q-REG
005680     ADD SRT-Q-OT-HOURS    TO WS-DEPT-Q-OT
005690     ADD SRT-Q-OT-HOURS    TO WS-GRAND-Q-OT
005700     ADD SRT-Q-GROSS       TO WS-DEPT-Q-GROSS
005710     ADD SRT-Q-GROSS       TO WS-GRAND-Q-GROSS
005720     ADD SRT-YTD-REG-HOURS TO WS-DEPT-YTD-REG
005730     ADD SRT-YTD-REG-HOURS TO WS-GRAND-YTD-REG
005740     ADD SRT-YTD-OT-HOURS  TO WS-DEPT-YTD-OT
005750     ADD SRT-YTD-OT-HOURS  TO WS-GRAND-YTD-OT
005760     ADD SRT-YTD-GROSS     TO WS-DEPT-YTD-GROSS
005770     ADD SRT-YTD-GROSS     TO WS-GRAND-YTD-GROSS
005780
005790     PERFORM 4100-RETURN-NEXT THRU 4100-EXIT.
005800 4200-EXIT.
005810     EXIT.
005820
005830*-----------------------------------------------------------------
005840* 4300-START-DEPT - OPEN A NEW DEPARTMENT: RESOLVE ITS NAME OFF
005850* THE REFERENCE FILE, RESET THE SUBTOTALS AND FORCE A NEW PAGE.
005860*-----------------------------------------------------------------
005870 4300-START-DEPT.
005880     MOVE SRT-DEPT TO WS-PREV-DEPT
005890     MOVE ZERO     TO WS-DEPT-COUNT
005900     MOVE ZEROS    TO WS-DEPT-TOTALS
005910
005920     MOVE SRT-DEPT TO DPT-CODE
005930     READ DEPT-FILE KEY IS DPT-CODE
005940         INVALID KEY
005950             MOVE '(NOT ON DEPARTMENT FILE)' TO DPT-NAME
005960     END-READ
005970     MOVE SRT-DEPT TO HL2-DEPT-CODE
005980     MOVE DPT-NAME TO HL2-DEPT-NAME
005990
006000     PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT.
006010 4300-EXIT.
006020     EXIT.
006030
006040 4400-WRITE-HEADINGS.
006050     ADD 1 TO WS-PAGE-COUNT
006060     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
006070     WRITE PRINT-LINE FROM HEADING-REC-1
006080     WRITE PRINT-LINE FROM HEADING-REC-2
006090     WRITE PRINT-LINE FROM HEADING-REC-3
006100     MOVE SPACES TO PRINT-LINE
006110     WRITE PRINT-LINE
006120     MOVE ZEROS TO WS-LINE-COUNT.
006130 4400-EXIT.
006140     EXIT.
006150
006160 4500-DEPT-TOTAL.
006170     MOVE 'DEPARTMENT TOTAL - EMPLOYEES: ' TO DTO-LABEL
006180     MOVE WS-DEPT-COUNT     TO DTO-COUNT
006190     MOVE WS-DEPT-Q-REG     TO DTO-Q-REG
006200     MOVE WS-DEPT-Q-OT      TO DTO-Q-OT
006210     MOVE WS-DEPT-Q-GROSS   TO DTO-Q-GROSS
006220     MOVE WS-DEPT-YTD-REG   TO DTO-YTD-REG
006230     MOVE WS-DEPT-YTD-OT    TO DTO-YTD-OT
006240     MOVE WS-DEPT-YTD-GROSS TO DTO-YTD-GROSS
006250     MOVE SPACES TO PRINT-LINE
006260     WRITE PRINT-LINE
006270     WRITE PRINT-LINE FROM DEPT-TOTAL-REC.
006280 4500-EXIT.
006290     EXIT.
006300
006310*-----------------------------------------------------------------
006320* 4600-GRAND-TOTAL - THE COMPANY TOTAL ON ITS OWN PAGE, THE
006330* QUARTER AND YEAR-TO-DATE FIGURES PAYROLL TIES THE QUARTERLY
006340* AND ANNUAL WAGE FILINGS TO, AND THE CONTROL COUNTS.
006350*-----------------------------------------------------------------
006360 4600-GRAND-TOTAL.
006370     MOVE SPACES TO HL2-DEPT-CODE
006380     MOVE 'COMPANY CONTROL TOTAL' TO HL2-DEPT-NAME
006390     PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT
006400     MOVE 'COMPANY TOTAL    - EMPLOYEES: ' TO DTO-LABEL
006410     MOVE WS-GRAND-COUNT     TO DTO-COUNT
006420     MOVE WS-GRAND-Q-REG     TO DTO-Q-REG
006430     MOVE WS-GRAND-Q-OT      TO DTO-Q-OT
006440     MOVE WS-GRAND-Q-GROSS   TO DTO-Q-GROSS
006450     MOVE WS-GRAND-YTD-REG   TO DTO-YTD-REG
006460     MOVE WS-GRAND-YTD-OT    TO DTO-YTD-OT
006470     MOVE WS-GRAND-YTD-GROSS TO DTO-YTD-GROSS
006480     WRITE PRINT-LINE FROM DEPT-TOTAL-REC
006490
006500     MOVE WS-READ-COUNT     TO TOT-READ
006510     MOVE WS-LISTED-COUNT   TO TOT-LISTED
006520     MOVE WS-OFF-FILE-COUNT TO TOT-OFF-FILE
006530     MOVE SPACES TO PRINT-LINE
006540     WRITE PRINT-LINE
006550     WRITE PRINT-LINE FROM TOTAL-REC-1
006560     WRITE PRINT-LINE FROM TOTAL-REC-2
006570     WRITE PRINT-LINE FROM TOTAL-REC-3.
006580 4600-EXIT.
006590     EXIT.
006600
006610*-----------------------------------------------------------------
006620* 9000-TERMINATE
006630*-----------------------------------------------------------------
006640 9000-TERMINATE.
006650     DISPLAY 'EMPWAG - HISTORY RECORDS READ: ' WS-READ-COUNT
006660     DISPLAY 'EMPWAG - EMPLOYEES LISTED:     ' WS-LISTED-COUNT
006670     DISPLAY 'EMPWAG - QUARTER GROSS:        ' WS-GRAND-Q-GROSS
006680     DISPLAY 'EMPWAG - YEAR-TO-DATE GROSS:   ' WS-GRAND-YTD-GROSS
006690     IF EARN-FILE-PRESENT
006700         CLOSE EARN-FILE
006710     END-IF
006720     CLOSE OUTFILE
006730     CLOSE DEPT-FILE
006740     CLOSE REPORT-FILE.
006750 9000-EXIT.
006760     EXIT.
