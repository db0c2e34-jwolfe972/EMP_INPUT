000230* THE MASTER PAY RATE WITH TIME-AND-A-HALF OVERTIME, SORTED INTO
000240* DEPARTMENT AND LAST-NAME ORDER WITH A SUBTOTAL PER DEPARTMENT
000250* AND A COMPANY CONTROL TOTAL TO TIE TO PAYROLL'S NUMBERS.
000260* EVERY ACCEPTED CARD IS ALSO WRITTEN, PRICED AND IN REGISTER
000270* ORDER, TO THE ACCEPTED-CARD FILE (TIMEACC.DAT, TACREC LAYOUT)
000280* THAT THE GROSS-TO-NET STEP (EMPNET) TAKES THE DEDUCTIONS FROM.
000290* EACH ACCEPTED CARD IS POSTED TO THE EARNINGS HISTORY FILE
000300* (EARNHIST.DOC, ERNREC LAYOUT) - HOURS AND GROSS INTO THE QUARTER
000310* AND YEAR OF THE WEEK-ENDING DATE - AND THE WEEK IS LOGGED ON THE
000320* RECORD, SO A CARD FOR A WEEK ALREADY POSTED IS REJECTED (R06)
000330* AND A RERUN OF THE SAME CARDS CANNOT COUNT THE HOURS TWICE.
000340* A CARD MAY ALSO CARRY VACATION AND SICK HOURS TAKEN. THEY ARE
000350* PAID AT THE STRAIGHT MASTER RATE AND TAKEN OFF THE EMPLOYEE'S
000360* LEAVE BALANCES (LEAVE.DOC, LVEREC LAYOUT); A CARD TAKING MORE
000370* OF EITHER THAN THE BALANCE HOLDS IS REJECTED (R08).
000380*
000390* REJECTED CARDS ARE LISTED ON THE ERROR REPORT (TIMERR.RPT)
000400* WITH A REASON CODE, THE SAME SHAPE AS TRNERR.RPT:
000410*   R01 ID NOT 5 NUMERIC DIGITS    R04 WEEK-END NOT A VALID DATE
000420*   R02 ID NOT ON FILE             R05 HOURS NOT NUMERIC
000430*   R03 EMPLOYEE NOT ACTIVE        R06 WEEK ALREADY POSTED
000440*   R07 53 WEEKS ALREADY POSTED FOR THE YEAR
000450*   R08 LEAVE TAKEN EXCEEDS BALANCE
000460* RETURN CODE 4 MEANS AT LEAST ONE CARD WAS REJECTED; 16 MEANS A
000470* REQUIRED FILE WOULD NOT OPEN OR TIMEACC.DAT, EARNHIST.DOC
000480* OR LEAVE.DOC COULD NOT BE WRITTEN.
000490*****************************************************************
000500*-----------------------------------------------------------------
000510* MODIFICATION HISTORY
000520*-----------------------------------------------------------------
000530* 09/03/2026 JW  ORIGINAL PROGRAM.
000540* 10/15/2026 JW  GROSS-TO-NET: EACH ACCEPTED CARD IS NOW ALSO
000550*                WRITTEN TO TIMEACC.DAT (TACREC.CPY) OUT OF THE
000560*                SORT, FOR EMPNET TO TAKE THE DEDUCTIONS AND
000570*                PRINT THE NET-PAY REGISTER FROM.
000580* 10/15/2026 JW  EARNINGS HISTORY: ACCEPTED CARDS ARE POSTED TO
000590*                EARNHIST.DOC BY QUARTER AND YEAR. NEW REJECTS
000600*                R06 (WEEK ALREADY POSTED) AND R07 (53 WEEKS
000610*                ALREADY POSTED) STOP A RERUN DOUBLE-COUNTING.
000620* 10/15/2026 JW  LEAVE: CARDS CARRY VACATION AND SICK HOURS, PAID
000630*                AT STRAIGHT TIME AND POSTED AGAINST LEAVE.DOC.
000640*                NEW REJECT R08 (LEAVE TAKEN EXCEEDS BALANCE).
000650*                LEAVE HOURS COLUMN ADDED TO PAYREG.RPT.
000660*-----------------------------------------------------------------
000670
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710
000720     SELECT TIME-FILE ASSIGN TO 'TIMECARD.DAT'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FILE-STATUS-1.
000750
000760     SELECT OUTFILE ASSIGN TO 'RPT.DOC'
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS EFR-ID
000800         ALTERNATE RECORD KEY IS EFR-L-NAME WITH DUPLICATES
000810         FILE STATUS IS FILE-STATUS-2.
000820
000830     SELECT DEPT-FILE ASSIGN TO 'DEPT.DOC'
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS DPT-CODE
000870         FILE STATUS IS FILE-STATUS-3.
000880
000890     SELECT REPORT-FILE ASSIGN TO 'PAYREG.RPT'
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS FILE-STATUS-4.
000920
000930     SELECT ERROR-REPORT ASSIGN TO 'TIMERR.RPT'
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS FILE-STATUS-5.
000960
000970     SELECT ACC-FILE ASSIGN TO 'TIMEACC.DAT'
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS FILE-STATUS-6.
001000
001010     SELECT EARN-FILE ASSIGN TO 'EARNHIST.DOC'
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS ERN-KEY
001050         FILE STATUS IS FILE-STATUS-7.
001060
001070     SELECT LEAVE-FILE ASSIGN TO 'LEAVE.DOC'
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS LVE-ID
001110         FILE STATUS IS FILE-STATUS-8.
001120
001130     SELECT SORT-FILE ASSIGN TO 'SORTWK'.
001140
001150
001160 DATA DIVISION.
001170 FILE SECTION.
001180
001190*-----------------------------------------------------------------
001200* ONE TIMECARD PER RECORD. HOURS ARE NNVNN - '4000' IS 40.00.
001210* VACATION AND SICK HOURS TAKEN FOLLOW THE OVERTIME HOURS; BLANK
001220* (OR A CARD THAT STOPS SHORT OF THEM) MEANS NONE TAKEN.
001230*-----------------------------------------------------------------
001240 FD  TIME-FILE RECORDING MODE F.
001250 01  TIME-REC.
001260     05  TIM-ID                          PIC X(05).
001270     05  FILLER                          PIC X(02).
001280     05  TIM-WEEK-END                    PIC X(08).
001290     05  FILLER                          PIC X(02).
001300     05  TIM-REG-HOURS                   PIC 9(02)V99.
001310     05  FILLER                          PIC X(02).
001320     05  TIM-OT-HOURS                    PIC 9(02)V99.
001330     05  FILLER                          PIC X(02).
001340     05  TIM-VAC-HOURS-X                 PIC X(04).
001350     05  TIM-VAC-HOURS REDEFINES TIM-VAC-HOURS-X
001360                                         PIC 9(02)V99.
001370     05  FILLER                          PIC X(02).
001380     05  TIM-SICK-HOURS-X                PIC X(04).
001390     05  TIM-SICK-HOURS REDEFINES TIM-SICK-HOURS-X
001400                                         PIC 9(02)V99.
001410
001420 FD  OUTFILE.
001430     COPY EMPREC.
001440
001450 FD  DEPT-FILE.
001460     COPY DEPTREC.
001470
001480 FD  REPORT-FILE RECORDING MODE F.
001490 01  PRINT-LINE                          PIC X(132).
001500
001510 FD  ERROR-REPORT RECORDING MODE F.
001520 01  ERR-PRINT-LINE                      PIC X(132).
001530
001540 FD  ACC-FILE RECORDING MODE F.
001550     COPY TACREC.
001560
001570 FD  EARN-FILE.
001580     COPY ERNREC.
001590
001600 FD  LEAVE-FILE.
001610     COPY LVEREC.
001620
001630 SD  SORT-FILE.
001640 01  SORT-REC.
001650     05  SRT-DEPT                        PIC X(10).
001660     05  SRT-L-NAME                      PIC X(15).
001670     05  SRT-F-NAME                      PIC X(15).
001680     05  SRT-ID                          PIC X(05).
001690     05  SRT-WEEK-END                    PIC X(08).
001700     05  SRT-REG-HOURS                   PIC 9(02)V99.
001710     05  SRT-OT-HOURS                    PIC 9(02)V99.
001720     05  SRT-PAY-RATE                    PIC 9(05)V99.
001730     05  SRT-GROSS                       PIC 9(08)V99.
001740     05  SRT-LEAVE-HOURS                 PIC 9(03)V99.
001750
001760
001770 WORKING-STORAGE SECTION.
001780 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
001790 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
001800 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
001810 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
001820 77  FILE-STATUS-5                        PIC X(02) VALUE SPACES.
001830 77  FILE-STATUS-6                        PIC X(02) VALUE SPACES.
001840 77  FILE-STATUS-7                        PIC X(02) VALUE SPACES.
001850 77  FILE-STATUS-8                        PIC X(02) VALUE SPACES.
001860
001870 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
001880     88  END-OF-FILE                              VALUE 'Y'.
001890
001900 77  WS-SORT-EOF-SW                       PIC X(01) VALUE 'N'.
001910     88  SORT-END-OF-FILE                         VALUE 'Y'.
001920
001930 77  WS-FIRST-DEPT-SW                     PIC X(01) VALUE 'Y'.
001940     88  FIRST-DEPARTMENT                         VALUE 'Y'.
001950
001960 77  WS-REJECT-SW                         PIC X(01) VALUE 'N'.
001970     88  CARD-REJECTED                            VALUE 'Y'.
001980
001990 77  WS-PREV-DEPT                         PIC X(10) VALUE SPACES.
002000
002010 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
002020 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
002030 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
002040 77  WS-ERR-LINE-COUNT                    PIC 9(02) COMP VALUE 0.
002050 77  WS-ERR-PAGE-COUNT                    PIC 9(04) COMP VALUE 0.
002060
002070 77  WS-READ-COUNT                        PIC 9(06) COMP VALUE 0.
002080 77  WS-ACCEPT-COUNT                      PIC 9(06) COMP VALUE 0.
002090 77  WS-REJECT-COUNT                      PIC 9(06) COMP VALUE 0.
002100
002110 77  WS-GROSS                             PIC 9(08)V99 VALUE 0.
002120 77  WS-DEPT-COUNT                        PIC 9(06) COMP VALUE 0.
002130 77  WS-GRAND-COUNT                       PIC 9(06) COMP VALUE 0.
002140 77  WS-DEPT-GROSS                        PIC 9(10)V99 VALUE 0.
002150 77  WS-GRAND-GROSS                       PIC 9(11)V99 VALUE 0.
002160
002170 77  WS-REASON-CODE                       PIC X(03) VALUE SPACES.
002180 77  WS-REASON-TEXT                       PIC X(30) VALUE SPACES.
002190
002200*-----------------------------------------------------------------
002210* EARNINGS HISTORY POSTING - WHETHER THE EMPLOYEE ALREADY HAS A
002220* RECORD FOR THE CARD'S YEAR, THE QUARTER THE WEEK FALLS IN, AND
002230* THE SUBSCRIPT FOR THE POSTED-WEEK LIST.
002240*-----------------------------------------------------------------
002250 77  WS-ERN-FOUND-SW                      PIC X(01) VALUE 'N'.
002260     88  EARNINGS-ON-FILE                         VALUE 'Y'.
002270 77  WS-WEEK-POSTED-SW                    PIC X(01) VALUE 'N'.
002280     88  WEEK-ALREADY-POSTED                      VALUE 'Y'.
002290 77  WS-QTR                               PIC 9(01) VALUE 0.
002300 77  WS-WEEK-MM                           PIC 9(02) VALUE 0.
002310 77  WS-WX                                PIC 9(03) COMP VALUE 0.
002320 77  WS-POSTED-COUNT                      PIC 9(06) COMP VALUE 0.
002330
002340*-----------------------------------------------------------------
002350* LEAVE POSTING - WHETHER LEAVE.DOC EXISTS YET (EMPLVE BUILDS IT
002360* ON ITS FIRST ACCRUAL RUN), WHETHER THE EMPLOYEE HAS AN OPEN
002370* BALANCE RECORD, AND THE CARD'S TOTAL LEAVE HOURS.
002380*-----------------------------------------------------------------
002390 77  WS-LEAVE-FILE-SW                     PIC X(01) VALUE 'Y'.
002400     88  LEAVE-FILE-PRESENT                       VALUE 'Y'.
002410 77  WS-LVE-FOUND-SW                      PIC X(01) VALUE 'N'.
002420     88  LEAVE-ON-FILE                            VALUE 'Y'.
002430 77  WS-LEAVE-HOURS                       PIC 9(03)V99 VALUE 0.
002440 77  WS-LEAVE-POSTED-COUNT                PIC 9(06) COMP VALUE 0.
002450
002460*-----------------------------------------------------------------
002470* OVERTIME IS PAID AT TIME AND A HALF OF THE MASTER RATE.
002480*-----------------------------------------------------------------
002490 77  WS-OT-FACTOR                         PIC 9(01)V9 VALUE 1.5.
002500
002510     COPY DATEDW.
002520
002530 01  HEADING-REC-1.
002540     05  FILLER                           PIC X(35) VALUE SPACES.
002550     05  FILLER                           PIC X(26)
002560             VALUE 'WEEKLY GROSS-PAY REGISTER '.
002570     05  FILLER                           PIC X(10) VALUE SPACES.
002580     05  FILLER                           PIC X(05) VALUE 'PAGE '.
002590     05  HL1-PAGE-NO                      PIC ZZZ9.
002600     05  FILLER                           PIC X(52) VALUE SPACES.
002610
002620 01  HEADING-REC-2.
002630     05  FILLER                           PIC X(05) VALUE SPACES.
002640     05  FILLER                           PIC X(12)
002650             VALUE 'DEPARTMENT: '.
002660     05  HL2-DEPT-CODE                    PIC X(10).
002670     05  FILLER                           PIC X(02) VALUE SPACES.
002680     05  HL2-DEPT-NAME                    PIC X(30).
002690     05  FILLER                           PIC X(73) VALUE SPACES.
002700
002710 01  HEADING-REC-3.
002720     05  FILLER                           PIC X(05) VALUE SPACES.
002730     05  FILLER                           PIC X(07) VALUE 'ID'.
002740     05  FILLER                           PIC X(17) VALUE
002750             'LAST NAME'.
002760     05  FILLER                           PIC X(17) VALUE
002770             'FIRST NAME'.
002780     05  FILLER                           PIC X(10) VALUE
002790             'WEEK END'.
002800     05  FILLER                           PIC X(09) VALUE
002810             'REG HRS'.
002820     05  FILLER                           PIC X(09) VALUE
002830             'OT HRS'.
002840     05  FILLER                           PIC X(10) VALUE
002850             'LEAVE HRS'.
002860     05  FILLER                           PIC X(11) VALUE
002870             'PAY RATE'.
002880     05  FILLER                           PIC X(12) VALUE
002890             'GROSS PAY'.
002900     05  FILLER                           PIC X(25) VALUE SPACES.
002910
002920 01  DETAIL-REC.
002930     05  FILLER                           PIC X(05) VALUE SPACES.
002940     05  DTL-ID                           PIC X(05).
002950     05  FILLER                           PIC X(02) VALUE SPACES.
002960     05  DTL-L-NAME                       PIC X(15).
002970     05  FILLER                           PIC X(02) VALUE SPACES.
002980     05  DTL-F-NAME                       PIC X(15).
002990     05  FILLER                           PIC X(02) VALUE SPACES.
003000     05  DTL-WEEK-END                     PIC X(08).
003010     05  FILLER                           PIC X(02) VALUE SPACES.
003020     05  DTL-REG-HOURS                    PIC Z9.99.
003030     05  FILLER                           PIC X(04) VALUE SPACES.
003040     05  DTL-OT-HOURS                     PIC Z9.99.
003050     05  FILLER                           PIC X(04) VALUE SPACES.
003060     05  DTL-LEAVE-HOURS                  PIC ZZ9.99.
003070     05  FILLER                           PIC X(04) VALUE SPACES.
003080     05  DTL-PAY-RATE                     PIC ZZ,ZZ9.99.
003090     05  FILLER                           PIC X(02) VALUE SPACES.
003100     05  DTL-GROSS                        PIC ZZ,ZZZ,ZZ9.99.
003110     05  FILLER                           PIC X(24) VALUE SPACES.
003120
003130 01  DEPT-TOTAL-REC.
003140     05  FILLER                           PIC X(05) VALUE SPACES.
003150     05  FILLER                           PIC X(30)
003160             VALUE 'DEPARTMENT TOTAL - TIMECARDS: '.
003170     05  DTO-COUNT                        PIC ZZZ,ZZ9.
003180     05  FILLER                           PIC X(15)
003190             VALUE '  GROSS PAY:   '.
003200     05  DTO-GROSS                        PIC ZZZ,ZZZ,ZZ9.99.
003210     05  FILLER                           PIC X(61) VALUE SPACES.
003220
003230 01  GRAND-TOTAL-REC.
003240     05  FILLER                           PIC X(05) VALUE SPACES.
003250     05  FILLER                           PIC X(30)
003260             VALUE 'COMPANY TOTAL    - TIMECARDS: '.
003270     05  GTO-COUNT                        PIC ZZZ,ZZ9.
003280     05  FILLER                           PIC X(15)
003290             VALUE '  GROSS PAY:   '.
003300     05  GTO-GROSS                        PIC Z,ZZZ,ZZZ,ZZ9.99.
003310     05  FILLER                           PIC X(59) VALUE SPACES.
003320
003330 01  ERR-HEADING-REC-1.
003340     05  FILLER                           PIC X(35) VALUE SPACES.
003350     05  FILLER                           PIC X(29)
003360             VALUE 'TIMECARD ERROR REPORT        '.
003370     05  FILLER                           PIC X(13) VALUE SPACES.
003380     05  FILLER                           PIC X(05) VALUE 'PAGE '.
003390     05  EHL1-PAGE-NO                     PIC ZZZ9.
003400     05  FILLER                           PIC X(46) VALUE SPACES.
003410
003420 01  ERR-HEADING-REC-2.
003430     05  FILLER                           PIC X(05) VALUE SPACES.
003440     05  FILLER                           PIC X(07) VALUE 'ID'.
003450     05  FILLER                           PIC X(10) VALUE
003460             'WEEK END'.
003470     05  FILLER                           PIC X(05) VALUE
003480             'RSN'.
003490     05  FILLER                           PIC X(30) VALUE
003500             'REASON'.
003510     05  FILLER                           PIC X(75) VALUE SPACES.
003520
003530 01  ERR-DETAIL-REC.
003540     05  FILLER                           PIC X(05) VALUE SPACES.
003550     05  EDL-ID                           PIC X(05).
003560     05  FILLER                           PIC X(02) VALUE SPACES.
003570     05  EDL-WEEK-END                     PIC X(08).
003580     05  FILLER                           PIC X(02) VALUE SPACES.
003590     05  EDL-REASON-CODE                  PIC X(03).
003600     05  FILLER                           PIC X(02) VALUE SPACES.
003610     05  EDL-REASON-TEXT                  PIC X(30).
003620     05  FILLER                           PIC X(75) VALUE SPACES.
003630
003640 01  ERR-TOTAL-REC-1.
003650     05  FILLER                           PIC X(05) VALUE SPACES.
003660     05  FILLER                           PIC X(24)
003670             VALUE 'TIMECARDS READ:         '.
003680     05  ETOT-READ                        PIC ZZZ,ZZ9.
003690     05  FILLER                           PIC X(96) VALUE SPACES.
003700
003710 01  ERR-TOTAL-REC-2.
003720     05  FILLER                           PIC X(05) VALUE SPACES.
003730     05  FILLER                           PIC X(24)
003740             VALUE 'TIMECARDS ACCEPTED:     '.
003750     05  ETOT-ACCEPT                      PIC ZZZ,ZZ9.
003760     05  FILLER                           PIC X(96) VALUE SPACES.
003770
003780 01  ERR-TOTAL-REC-3.
003790     05  FILLER                           PIC X(05) VALUE SPACES.
003800     05  FILLER                           PIC X(24)
003810             VALUE 'TIMECARDS REJECTED:     '.
003820     05  ETOT-REJECT                      PIC ZZZ,ZZ9.
003830     05  FILLER                           PIC X(96) VALUE SPACES.
003840
003850
003860 PROCEDURE DIVISION.
003870*-----------------------------------------------------------------
003880* 0000-MAINLINE - VALIDATE AND RELEASE THE TIMECARDS INTO THE
003890* SORT, REPORTING THE REGISTER OUT OF THE SORT IN DEPARTMENT AND
003900* LAST-NAME ORDER, THE SAME SHAPE AS EMPDPT.
003910*-----------------------------------------------------------------
003920 0000-MAINLINE.
003930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003940     SORT SORT-FILE
003950         ON ASCENDING KEY SRT-DEPT
003960         ON ASCENDING KEY SRT-L-NAME
003970         INPUT PROCEDURE IS 2000-SELECT-INPUT THRU 2000-EXIT
003980         OUTPUT PROCEDURE IS 4000-REPORT-OUTPUT THRU 4000-EXIT.
003990     PERFORM 8000-WRITE-ERR-TOTALS THRU 8000-EXIT.
004000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004010     IF WS-REJECT-COUNT > 0
004020         MOVE 4 TO RETURN-CODE
004030     END-IF.
004040     GOBACK.
004050
004060*-----------------------------------------------------------------
004070* 1000-INITIALIZE - OPEN EVERY FILE, ABENDING CLEANLY WHEN A
004080* REQUIRED INPUT WILL NOT OPEN.
004090*-----------------------------------------------------------------
004100 1000-INITIALIZE.
004110     OPEN INPUT TIME-FILE
004120     IF FILE-STATUS-1 NOT = '00'
004130         DISPLAY 'EMPTIM - UNABLE TO OPEN TIMECARD.DAT - STATUS '
004140                 FILE-STATUS-1
004150         MOVE 16 TO RETURN-CODE
004160         STOP RUN
004170     END-IF
004180
004190     OPEN INPUT OUTFILE
004200     IF FILE-STATUS-2 NOT = '00'
004210         DISPLAY 'EMPTIM - UNABLE TO OPEN RPT.DOC - STATUS '
004220                 FILE-STATUS-2
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF
004260
004270     OPEN INPUT DEPT-FILE
004280     IF FILE-STATUS-3 NOT = '00'
004290         DISPLAY 'EMPTIM - UNABLE TO OPEN DEPT.DOC - STATUS '
004300                 FILE-STATUS-3
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF
004340
004350     OPEN OUTPUT REPORT-FILE
004360     OPEN OUTPUT ERROR-REPORT
004370     OPEN OUTPUT ACC-FILE
004380     IF FILE-STATUS-6 NOT = '00'
004390         DISPLAY 'EMPTIM - UNABLE TO OPEN TIMEACC.DAT - STATUS '
004400                 FILE-STATUS-6
004410         MOVE 16 TO RETURN-CODE
004420         STOP RUN
004430     END-IF
004440
004450     OPEN I-O EARN-FILE
004460     IF FILE-STATUS-7 = '35'
004470         OPEN OUTPUT EARN-FILE
004480         CLOSE EARN-FILE
004490         OPEN I-O EARN-FILE
004500     END-IF
004510     IF FILE-STATUS-7 NOT = '00'
004520         DISPLAY 'EMPTIM - UNABLE TO OPEN EARNHIST.DOC - STATUS '
004530                 FILE-STATUS-7
004540         MOVE 16 TO RETURN-CODE
004550         STOP RUN
004560     END-IF
004570
004580     OPEN I-O LEAVE-FILE
004590     IF FILE-STATUS-8 = '35'
004600         MOVE 'N' TO WS-LEAVE-FILE-SW
004610     ELSE
004620         IF FILE-STATUS-8 NOT = '00'
004630             DISPLAY 'EMPTIM - UNABLE TO OPEN LEAVE.DOC - STATUS '
004640                     FILE-STATUS-8
004650             MOVE 16 TO RETURN-CODE
004660             STOP RUN
004670         END-IF
004680     END-IF
004690     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
004700     MOVE WS-LINES-PER-PAGE TO WS-ERR-LINE-COUNT.
004710 1000-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------------
004750* 2000-SELECT-INPUT - EDIT EACH TIMECARD AND RELEASE THE GOOD
004760* ONES INTO THE SORT, PRICED AT THE MASTER RATE.
004770*-----------------------------------------------------------------
004780 2000-SELECT-INPUT.
004790     PERFORM 2100-READ-CARD THRU 2100-EXIT
004800     PERFORM 2200-EDIT-N-RELEASE THRU 2200-EXIT
004810         UNTIL END-OF-FILE.
004820 2000-EXIT.
004830     EXIT.
004840
004850 2100-READ-CARD.
004860     READ TIME-FILE
004870         AT END
004880             MOVE 'Y' TO WS-EOF-SW
004890         NOT AT END
004900             ADD 1 TO WS-READ-COUNT
004910     END-READ.
004920 2100-EXIT.
004930     EXIT.
004940
004950*-----------------------------------------------------------------
004960* 2200-EDIT-N-RELEASE - THE CARD EDITS, IN THE SAME ORDER EMPTRN
004970* EDITS THE FEED: ID SHAPE, MASTER LOOKUP, ACTIVE STATUS, WEEK-
004980* ENDING DATE, HOURS. THE FIRST EDIT THAT FAILS REJECTS THE
004990* CARD; A CLEAN CARD IS PRICED AND RELEASED TO THE SORT.
005000*-----------------------------------------------------------------
005010 2200-EDIT-N-RELEASE.
005020     MOVE 'N' TO WS-REJECT-SW
005030
005040     IF TIM-ID NOT NUMERIC
005050         MOVE 'R01' TO WS-REASON-CODE
005060         MOVE 'ID NOT 5 NUMERIC DIGITS' TO WS-REASON-TEXT
005070         PERFORM 3000-REJECT-CARD THRU 3000-EXIT
005080         GO TO 2200-NEXT
005090     END-IF
005100
005110     MOVE TIM-ID TO EFR-ID
005120     READ OUTFILE KEY IS EFR-ID
005130         INVALID KEY
005140             MOVE 'R02' TO WS-REASON-CODE
005150             MOVE 'ID NOT ON FILE' TO WS-REASON-TEXT
005160             PERFORM 3000-REJECT-CARD THRU 3000-EXIT
005170     END-READ
005180     IF CARD-REJECTED
005190         GO TO 2200-NEXT
005200     END-IF
005210
005220     IF EFR-TERMINATED
005230         MOVE 'R03' TO WS-REASON-CODE
005240         MOVE 'EMPLOYEE NOT ACTIVE' TO WS-REASON-TEXT
005250         PERFORM 3000-REJECT-CARD THRU 3000-EXIT
005260         GO TO 2200-NEXT
005270     END-IF
005280
005290     MOVE TIM-WEEK-END TO DTE-DATE-X
005300     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
005310     IF DTE-INVALID
005320         MOVE 'R04' TO WS-REASON-CODE
005330         MOVE 'WEEK-END NOT A VALID DATE' TO WS-REASON-TEXT
005340         PERFORM 3000-REJECT-CARD THRU 3000-EXIT
005350         GO TO 2200-NEXT
005360     END-IF
005370
005380     IF TIM-VAC-HOURS-X = SPACES
005390         MOVE ZEROS TO TIM-VAC-HOURS-X
005400     END-IF
005410     IF TIM-SICK-HOURS-X = SPACES
005420         MOVE ZEROS TO TIM-SICK-HOURS-X
005430     END-IF
005440     IF TIM-REG-HOURS NOT NUMERIC OR TIM-OT-HOURS NOT NUMERIC
005450        OR TIM-VAC-HOURS NOT NUMERIC OR TIM-SICK-HOURS NOT NUMERIC
005460         MOVE 'R05' TO WS-REASON-CODE
005470         MOVE 'HOURS NOT NUMERIC' TO WS-REASON-TEXT
005480         PERFORM 3000-REJECT-CARD THRU 3000-EXIT
005490         GO TO 2200-NEXT
005500     END-IF
005510
005520     PERFORM 2300-CHECK-POSTED THRU 2300-EXIT
005530     IF CARD-REJECTED
005540         GO TO 2200-NEXT
005550     END-IF
005560
005570     PERFORM 2350-CHECK-LEAVE THRU 2350-EXIT
005580     IF CARD-REJECTED
005590         GO TO 2200-NEXT
005600     END-IF
005610
005620     COMPUTE WS-GROSS ROUNDED =
005630             (TIM-REG-HOURS * EFR-PAY-RATE)
005640             + (TIM-OT-HOURS * EFR-PAY-RATE * WS-OT-FACTOR)
005650             + (WS-LEAVE-HOURS * EFR-PAY-RATE)
005660
005670     PERFORM 2400-POST-EARNINGS THRU 2400-EXIT
005680     PERFORM 2450-POST-LEAVE THRU 2450-EXIT
005690
005700     ADD 1 TO WS-ACCEPT-COUNT
005710     MOVE EFR-DEPT      TO SRT-DEPT
005720     MOVE EFR-L-NAME    TO SRT-L-NAME
005730     MOVE EFR-F-NAME    TO SRT-F-NAME
005740     MOVE EFR-ID        TO SRT-ID
005750     MOVE TIM-WEEK-END  TO SRT-WEEK-END
005760     MOVE TIM-REG-HOURS TO SRT-REG-HOURS
005770     MOVE TIM-OT-HOURS  TO SRT-OT-HOURS
005780     MOVE WS-LEAVE-HOURS TO SRT-LEAVE-HOURS
005790     MOVE EFR-PAY-RATE  TO SRT-PAY-RATE
005800     MOVE WS-GROSS      TO SRT-GROSS
005810     RELEASE SORT-REC.
005820
005830 2200-NEXT.
005840     PERFORM 2100-READ-CARD THRU 2100-EXIT.
005850 2200-EXIT.
005860     EXIT.
005870
005880*-----------------------------------------------------------------
005890* 2300-CHECK-POSTED - PICK UP THE EMPLOYEE'S EARNINGS HISTORY FOR
005900* THE YEAR OF THE WEEK-ENDING DATE AND REFUSE THE CARD WHEN THAT
005910* WEEK IS ALREADY ON IT (A RERUN, OR A SECOND CARD FOR THE SAME
005920* WEEK IN THIS RUN) OR THE YEAR'S WEEK LIST IS FULL.
005930*-----------------------------------------------------------------
005940 2300-CHECK-POSTED.
005950     MOVE 'N' TO WS-ERN-FOUND-SW
005960     MOVE 'N' TO WS-WEEK-POSTED-SW
005970     MOVE TIM-ID            TO ERN-ID
005980     MOVE TIM-WEEK-END(1:4) TO ERN-YEAR
005990     READ EARN-FILE KEY IS ERN-KEY
006000         INVALID KEY
006010             GO TO 2300-EXIT
006020     END-READ
006030     MOVE 'Y' TO WS-ERN-FOUND-SW
006040
006050     PERFORM 2310-SCAN-WEEK THRU 2310-EXIT
006060         VARYING WS-WX FROM 1 BY 1
006070         UNTIL WS-WX > ERN-WEEK-COUNT
006080            OR WEEK-ALREADY-POSTED
006090     IF WEEK-ALREADY-POSTED
006100         MOVE 'R06' TO WS-REASON-CODE
006110         MOVE 'WEEK ALREADY POSTED' TO WS-REASON-TEXT
006120         PERFORM 3000-REJECT-CARD THRU 3000-EXIT
006130         GO TO 2300-EXIT
006140     END-IF
006150
006160     IF ERN-WEEK-COUNT >= 53
006170         MOVE 'R07' TO WS-REASON-CODE
006180         MOVE '53 WEEKS ALREADY POSTED' TO WS-REASON-TEXT
006190         PERFORM 3000-REJECT-CARD THRU 3000-EXIT
006200     END-IF.
006210 2300-EXIT.
006220     EXIT.
006230
006240 2310-SCAN-WEEK.
006250     IF ERN-WEEK-POSTED(WS-WX) = TIM-WEEK-END
006260         MOVE 'Y' TO WS-WEEK-POSTED-SW
006270     END-IF.
006280 2310-EXIT.
006290     EXIT.
006300
006310*-----------------------------------------------------------------
006320* 2350-CHECK-LEAVE - A CARD TAKING VACATION OR SICK HOURS NEEDS AN
006330* OPEN LEAVE BALANCE THAT COVERS EACH OF THEM. NO LEAVE FILE, NO
006340* RECORD FOR THE EMPLOYEE OR A FROZEN RECORD ALL COUNT AS A ZERO
006350* BALANCE. THE RECORD READ HERE IS THE ONE 2450 REWRITES.
006360*-----------------------------------------------------------------
006370 2350-CHECK-LEAVE.
006380     MOVE 'N' TO WS-LVE-FOUND-SW
006390     COMPUTE WS-LEAVE-HOURS = TIM-VAC-HOURS + TIM-SICK-HOURS
006400     IF WS-LEAVE-HOURS = 0
006410         GO TO 2350-EXIT
006420     END-IF
006430
006440     IF LEAVE-FILE-PRESENT
006450         MOVE TIM-ID TO LVE-ID
006460         READ LEAVE-FILE KEY IS LVE-ID
006470             INVALID KEY
006480                 MOVE SPACES TO LVE-STATUS
006490         END-READ
006500         IF FILE-STATUS-8 = '00' AND LVE-OPEN
006510             MOVE 'Y' TO WS-LVE-FOUND-SW
006520         END-IF
006530     END-IF
006540
006550     IF NOT LEAVE-ON-FILE
006560        OR TIM-VAC-HOURS  > LVE-VAC-BALANCE
006570        OR TIM-SICK-HOURS > LVE-SICK-BALANCE
006580         MOVE 'R08' TO WS-REASON-CODE
006590         MOVE 'LEAVE TAKEN EXCEEDS BALANCE' TO WS-REASON-TEXT
006600         PERFORM 3000-REJECT-CARD THRU 3000-EXIT
006610     END-IF.
006620 2350-EXIT.
006630     EXIT.
006640
006650*-----------------------------------------------------------------
006660* 2400-POST-EARNINGS - ADD THE PRICED CARD INTO ITS QUARTER AND
006670* THE YEAR-TO-DATE, LOG THE WEEK, AND WRITE OR REWRITE THE
006680* RECORD. THE FIRST CARD OF A YEAR STARTS A NEW RECORD. A FAILED
006690* WRITE ENDS THE RUN - THE HISTORY MUST TIE TO THE REGISTER.
006700*-----------------------------------------------------------------
006710 2400-POST-EARNINGS.
006720     IF NOT EARNINGS-ON-FILE
006730         MOVE SPACES TO EARN-HIST-REC
006740         MOVE ZEROS  TO ERN-TOTALS
006750         MOVE TIM-ID            TO ERN-ID
006760         MOVE TIM-WEEK-END(1:4) TO ERN-YEAR
006770     END-IF
006780
006790     MOVE TIM-WEEK-END(5:2) TO WS-WEEK-MM
006800     COMPUTE WS-QTR = (WS-WEEK-MM + 2) / 3
006810
006820     MOVE EFR-L-NAME   TO ERN-L-NAME
006830     MOVE EFR-F-NAME   TO ERN-F-NAME
006840     MOVE EFR-DEPT     TO ERN-LAST-DEPT
006850     MOVE EFR-DEPT     TO ERN-Q-DEPT(WS-QTR)
006860     MOVE TIM-WEEK-END TO ERN-LAST-WEEK
006870     ADD TIM-REG-HOURS TO ERN-Q-REG-HOURS(WS-QTR)
006880                          ERN-YTD-REG-HOURS
006890     ADD TIM-OT-HOURS  TO ERN-Q-OT-HOURS(WS-QTR)
006900                          ERN-YTD-OT-HOURS
006910     ADD WS-GROSS      TO ERN-Q-GROSS(WS-QTR)
006920                          ERN-YTD-GROSS
006930     ADD 1 TO ERN-Q-WEEKS(WS-QTR)
006940     ADD 1 TO ERN-WEEK-COUNT
006950     MOVE TIM-WEEK-END TO ERN-WEEK-POSTED(ERN-WEEK-COUNT)
006960
006970     IF EARNINGS-ON-FILE
006980         REWRITE EARN-HIST-REC
006990     ELSE
007000         WRITE EARN-HIST-REC
007010     END-IF
007020     IF FILE-STATUS-7 NOT = '00'
007030         DISPLAY 'EMPTIM - UNABLE TO POST EARNHIST.DOC - STATUS '
007040                 FILE-STATUS-7 ' ID ' ERN-ID ' YEAR ' ERN-YEAR
007050         MOVE 16 TO RETURN-CODE
007060         STOP RUN
007070     END-IF
007080     ADD 1 TO WS-POSTED-COUNT.
007090 2400-EXIT.
007100     EXIT.
007110
007120*-----------------------------------------------------------------
007130* 2450-POST-LEAVE - TAKE THE VACATION AND SICK HOURS OFF THE
007140* BALANCES 2350 CHECKED AND ADD THEM TO THE YEAR'S USED FIGURES.
007150* LIKE THE EARNINGS POSTING, A FAILED REWRITE ENDS THE RUN.
007160*-----------------------------------------------------------------
007170 2450-POST-LEAVE.
007180     IF WS-LEAVE-HOURS = 0
007190         GO TO 2450-EXIT
007200     END-IF
007210     SUBTRACT TIM-VAC-HOURS  FROM LVE-VAC-BALANCE
007220     ADD      TIM-VAC-HOURS  TO   LVE-VAC-USED
007230     SUBTRACT TIM-SICK-HOURS FROM LVE-SICK-BALANCE
007240     ADD      TIM-SICK-HOURS TO   LVE-SICK-USED
007250     REWRITE LEAVE-BAL-REC
007260     IF FILE-STATUS-8 NOT = '00'
007270         DISPLAY 'EMPTIM - UNABLE TO POST LEAVE.DOC - STATUS '
007280                 FILE-STATUS-8 ' ID ' LVE-ID
007290         MOVE 16 TO RETURN-CODE
007300         STOP RUN
007310     END-IF
007320     ADD 1 TO WS-LEAVE-POSTED-COUNT.
007330 2450-EXIT.
007340     EXIT.
007350
007360*-----------------------------------------------------------------
007370* 3000-REJECT-CARD - ONE ERROR REPORT LINE PER REJECTED CARD,
007380* PAGINATED THE SAME WAY TRNERR.RPT IS.
007390*-----------------------------------------------------------------
007400 3000-REJECT-CARD.
007410     MOVE 'Y' TO WS-REJECT-SW
007420     ADD 1 TO WS-REJECT-COUNT
007430
007440     IF WS-ERR-LINE-COUNT >= WS-LINES-PER-PAGE
007450         PERFORM 3100-WRITE-ERR-HEADINGS THRU 3100-EXIT
007460     END-IF
007470
007480     MOVE TIM-ID         TO EDL-ID
007490     MOVE TIM-WEEK-END   TO EDL-WEEK-END
007500     MOVE WS-REASON-CODE TO EDL-REASON-CODE
007510     MOVE WS-REASON-TEXT TO EDL-REASON-TEXT
007520     WRITE ERR-PRINT-LINE FROM ERR-DETAIL-REC
007530     ADD 1 TO WS-ERR-LINE-COUNT.
007540 3000-EXIT.
007550     EXIT.
007560
007570 3100-WRITE-ERR-HEADINGS.
007580     ADD 1 TO WS-ERR-PAGE-COUNT
007590     MOVE WS-ERR-PAGE-COUNT TO EHL1-PAGE-NO
007600     WRITE ERR-PRINT-LINE FROM ERR-HEADING-REC-1
007610     WRITE ERR-PRINT-LINE FROM ERR-HEADING-REC-2
007620     MOVE SPACES TO ERR-PRINT-LINE
007630     WRITE ERR-PRINT-LINE
007640     MOVE ZEROS TO WS-ERR-LINE-COUNT.
007650 3100-EXIT.
007660     EXIT.
007670
007680*-----------------------------------------------------------------
007690* 4000-REPORT-OUTPUT - CONTROL-BREAK REGISTER OUT OF THE SORT: A
007700* NEW PAGE SET PER DEPARTMENT, A SUBTOTAL AT EACH BREAK AND THE
007710* COMPANY CONTROL TOTAL ON ITS OWN PAGE AT THE END.
007720*-----------------------------------------------------------------
007730 4000-REPORT-OUTPUT.
007740     PERFORM 4100-RETURN-NEXT THRU 4100-EXIT
007750     PERFORM 4200-PROCESS-SORTED THRU 4200-EXIT
007760         UNTIL SORT-END-OF-FILE
007770
007780     IF NOT FIRST-DEPARTMENT
007790         PERFORM 4500-DEPT-TOTAL THRU 4500-EXIT
007800         PERFORM 4600-GRAND-TOTAL THRU 4600-EXIT
007810     END-IF.
007820 4000-EXIT.
007830     EXIT.
007840
007850 4100-RETURN-NEXT.
007860     RETURN SORT-FILE
007870         AT END
007880             MOVE 'Y' TO WS-SORT-EOF-SW
007890     END-RETURN.
007900 4100-EXIT.
007910     EXIT.
007920
007930 4200-PROCESS-SORTED.
007940     IF FIRST-DEPARTMENT
007950         MOVE 'N' TO WS-FIRST-DEPT-SW
007960         PERFORM 4300-START-DEPT THRU 4300-EXIT
007970     ELSE
007980         IF SRT-DEPT NOT = WS-PREV-DEPT
007990             PERFORM 4500-DEPT-TOTAL THRU 4500-EXIT
008000             PERFORM 4300-START-DEPT THRU 4300-EXIT
008010         END-IF
008020     END-IF
008030
008040     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008050         PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT
008060     END-IF
008070
008080     MOVE SRT-ID        TO DTL-ID
008090     MOVE SRT-L-NAME    TO DTL-L-NAME
008100     MOVE SRT-F-NAME    TO DTL-F-NAME
008110     MOVE SRT-WEEK-END  TO DTL-WEEK-END
008120     MOVE SRT-REG-HOURS TO DTL-REG-HOURS
008130     MOVE SRT-OT-HOURS  TO DTL-OT-HOURS
008140     MOVE SRT-LEAVE-HOURS TO DTL-LEAVE-HOURS
008150     MOVE SRT-PAY-RATE  TO DTL-PAY-RATE
008160     MOVE SRT-GROSS     TO DTL-GROSS
008170     WRITE PRINT-LINE FROM DETAIL-REC
008180     ADD 1 TO WS-LINE-COUNT
008190
008200     PERFORM 4250-WRITE-ACCEPTED THRU 4250-EXIT
008210
008220     ADD 1         TO WS-DEPT-COUNT
008230     ADD 1         TO WS-GRAND-COUNT
008240     ADD SRT-GROSS TO WS-DEPT-GROSS
008250     ADD SRT-GROSS TO WS-GRAND-GROSS
008260
008270     PERFORM 4100-RETURN-NEXT THRU 4100-EXIT.
008280 4200-EXIT.
008290     EXIT.
008300
008310*-----------------------------------------------------------------
008320* 4250-WRITE-ACCEPTED - THE CARD JUST PRINTED, AS THE GROSS-TO-
008330* NET STEP WILL SEE IT. A WRITE FAILURE HERE WOULD LEAVE EMPNET
008340* SHORT OF CARDS THE REGISTER SHOWS, SO IT ENDS THE RUN.
008350*-----------------------------------------------------------------
008360 4250-WRITE-ACCEPTED.
008370     MOVE SPACES        TO TIME-ACC-REC
008380     MOVE SRT-DEPT      TO TAC-DEPT
008390     MOVE SRT-L-NAME    TO TAC-L-NAME
008400     MOVE SRT-F-NAME    TO TAC-F-NAME
008410     MOVE SRT-ID        TO TAC-ID
008420     MOVE SRT-WEEK-END  TO TAC-WEEK-END
008430     MOVE SRT-REG-HOURS TO TAC-REG-HOURS
008440     MOVE SRT-OT-HOURS  TO TAC-OT-HOURS
008450     MOVE SRT-PAY-RATE  TO TAC-PAY-RATE
008460     MOVE SRT-GROSS     TO TAC-GROSS
008470     WRITE TIME-ACC-REC
008480     IF FILE-STATUS-6 NOT = '00'
008490         DISPLAY 'EMPTIM - ERROR WRITING TIMEACC.DAT - STATUS '
008500                 FILE-STATUS-6
008510         MOVE 16 TO RETURN-CODE
008520         STOP RUN
008530     END-IF.
008540 4250-EXIT.
008550     EXIT.
008560
008570*-----------------------------------------------------------------
008580* 4300-START-DEPT - OPEN A NEW DEPARTMENT: RESOLVE ITS NAME OFF
008590* THE REFERENCE FILE, RESET THE SUBTOTALS AND FORCE A NEW PAGE.
008600*-----------------------------------------------------------------
008610 4300-START-DEPT.
008620     MOVE SRT-DEPT TO WS-PREV-DEPT
008630     MOVE ZERO     TO WS-DEPT-COUNT
008640     MOVE ZERO     TO WS-DEPT-GROSS
008650
008660     MOVE SRT-DEPT TO DPT-CODE
008670     READ DEPT-FILE KEY IS DPT-CODE
008680         INVALID KEY
008690             MOVE '(NOT ON DEPARTMENT FILE)' TO DPT-NAME
008700     END-READ
008710     MOVE SRT-DEPT TO HL2-DEPT-CODE
008720     MOVE DPT-NAME TO HL2-DEPT-NAME
008730
008740     PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT.
008750 4300-EXIT.
008760     EXIT.
008770
008780 4400-WRITE-HEADINGS.
008790     ADD 1 TO WS-PAGE-COUNT
008800     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
008810     WRITE PRINT-LINE FROM HEADING-REC-1
008820     WRITE PRINT-LINE FROM HEADING-REC-2
008830     WRITE PRINT-LINE FROM HEADING-REC-3
008840     MOVE SPACES TO PRINT-LINE
008850     WRITE PRINT-LINE
008860     MOVE ZEROS TO WS-LINE-COUNT.
008870 4400-EXIT.
008880     EXIT.
008890
008900 4500-DEPT-TOTAL.
008910     MOVE WS-DEPT-COUNT TO DTO-COUNT
008920     MOVE WS-DEPT-GROSS TO DTO-GROSS
008930     MOVE SPACES TO PRINT-LINE
008940     WRITE PRINT-LINE
008950     WRITE PRINT-LINE FROM DEPT-TOTAL-REC.
008960 4500-EXIT.
008970     EXIT.
008980
008990*-----------------------------------------------------------------
009000* 4600-GRAND-TOTAL - THE COMPANY CONTROL TOTAL ON ITS OWN PAGE,
009010* THE NUMBER PAYROLL'S REGISTER HAS TO TIE TO.
009020*-----------------------------------------------------------------
009030 4600-GRAND-TOTAL.
009040     MOVE SPACES TO HL2-DEPT-CODE
009050     MOVE 'COMPANY CONTROL TOTAL' TO HL2-DEPT-NAME
009060     PERFORM 4400-WRITE-HEADINGS THRU 4400-EXIT
009070     MOVE WS-GRAND-COUNT TO GTO-COUNT
009080     MOVE WS-GRAND-GROSS TO GTO-GROSS
009090     WRITE PRINT-LINE FROM GRAND-TOTAL-REC.
009100 4600-EXIT.
009110     EXIT.
009120
009130*-----------------------------------------------------------------
009140* 8000-WRITE-ERR-TOTALS - CONTROL TOTALS AT THE END OF THE ERROR
009150* REPORT SO THE CARD COUNTS CAN BE BALANCED AGAINST THE SHOP'S
009160* OWN COUNT OF CARDS SUBMITTED.
009170*-----------------------------------------------------------------
009180 8000-WRITE-ERR-TOTALS.
009190     IF WS-ERR-PAGE-COUNT = 0
009200         PERFORM 3100-WRITE-ERR-HEADINGS THRU 3100-EXIT
009210     END-IF
009220     MOVE WS-READ-COUNT   TO ETOT-READ
009230     MOVE WS-ACCEPT-COUNT TO ETOT-ACCEPT
009240     MOVE WS-REJECT-COUNT TO ETOT-REJECT
009250     MOVE SPACES TO ERR-PRINT-LINE
009260     WRITE ERR-PRINT-LINE
009270     WRITE ERR-PRINT-LINE FROM ERR-TOTAL-REC-1
009280     WRITE ERR-PRINT-LINE FROM ERR-TOTAL-REC-2
009290     WRITE ERR-PRINT-LINE FROM ERR-TOTAL-REC-3.
009300 8000-EXIT.
009310     EXIT.
009320
009330     COPY DATEDP.
009340
009350*-----------------------------------------------------------------
009360* 9000-TERMINATE
009370*-----------------------------------------------------------------
009380 9000-TERMINATE.
009390     DISPLAY 'EMPTIM - TIMECARDS READ:     ' WS-READ-COUNT
009400     DISPLAY 'EMPTIM - TIMECARDS ACCEPTED: ' WS-ACCEPT-COUNT
009410     DISPLAY 'EMPTIM - TIMECARDS REJECTED: ' WS-REJECT-COUNT
009420     DISPLAY 'EMPTIM - EARNINGS POSTED:    ' WS-POSTED-COUNT
009430     DISPLAY 'EMPTIM - LEAVE POSTED:       ' WS-LEAVE-POSTED-COUNT
009440     DISPLAY 'EMPTIM - COMPANY GROSS PAY:  ' WS-GRAND-GROSS
009450     CLOSE TIME-FILE
009460     CLOSE OUTFILE
009470     CLOSE DEPT-FILE
009480     CLOSE REPORT-FILE
009490     CLOSE ERROR-REPORT
009500     CLOSE ACC-FILE
009510     CLOSE EARN-FILE
009520     IF LEAVE-FILE-PRESENT
009530         CLOSE LEAVE-FILE
009540     END-IF.
009550 9000-EXIT.
009560     EXIT.
