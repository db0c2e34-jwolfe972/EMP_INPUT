000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPCHG.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* THIS PROGRAM BUILDS THE OUTBOUND EMPLOYEE CHANGE FEED
000180* (CHGFEED.DAT, CHGREC LAYOUT) SENT EACH NIGHT TO CORPORATE HR AND
000190* THE BENEFITS CARRIER, FROM THE CHANGE-HISTORY JOURNAL (HIST.LOG,
000200* HSTREC), AND PRINTS THE FEED CONTROL REPORT (CHGFEED.RPT)
000210* LISTING EVERY RECORD SENT.
000220*
000230* EACH FEED COVERS THE JOURNAL ENTRIES WRITTEN SINCE THE PREVIOUS
000240* FEED WAS BUILT, UP TO THE MOMENT THIS RUN STARTED, SO A NIGHTLY
000250* RUN THAT CROSSES MIDNIGHT NEITHER LOSES NOR REPEATS A CHANGE.
000260* EVERY FEED BUILT IS RECORDED ON THE FEED REGISTER (CHGFEED.LOG)
000270* WITH ITS SEQUENCE NUMBER AND THE JOURNAL WINDOW IT COVERED; THE
000280* NEXT FEED STARTS WHERE THE LAST ORIGINAL ONE STOPPED. THE VERY
000290* FIRST FEED COVERS THE RUN DATE FROM MIDNIGHT.
000300*
000310* THE FEED CARRIES ONE DETAIL PER EMPLOYEE CHANGED, AS THE RECORD
000320* STANDS AFTER THE LAST CHANGE IN THE WINDOW:
000330*   'A' THE EMPLOYEE WAS ADDED IN THE WINDOW
000340*   'X' THE RECORD WAS DELETED FROM THE MASTER (EMP-SCR DELETE);
000350*       THE FIELDS ARE THE RECORD AS IT STOOD BEFORE THE DELETE
000360*   'R' THE EMPLOYEE WAS REHIRED AND IS STILL ACTIVE
000370*   'D' THE EMPLOYEE WAS ACTIVE AND IS NOW TERMINATED
000380*   'C' ANY OTHER CHANGE - NAME, TRANSFER, PAY RATE, GRADE,
000385*       REPORTS-TO MANAGER
000390* AN EMPLOYEE ADDED AND DELETED AGAIN IN THE SAME WINDOW IS NOT
000400* SENT; THE CONTROL REPORT LISTS THEM AS NOT SENT.
000410*
000420* ENTRIES LEFT OUT OF THE FEED:
000430*   - CHANGES APPLIED FROM CORPORATE'S OWN INBOUND FEED (OPERATOR
000440*     HRFEED, WRITTEN BY EMPTRN AND BY EMPPND FOR HELD FEED
000450*     CHANGES), SO THEY DO NOT ECHO BACK TO THEIR SENDER
000460*   - DEDUCTION MAINTENANCE (DEDADD, DEDCHG, DEDDEL)
000470*   - EMPPUR PURGES, WHICH ONLY ARCHIVE LONG-TERMINATED RECORDS
000480*     CORPORATE WAS TOLD ABOUT WHEN THEY WERE TERMINATED
000490*
000500* A PAST FEED CAN BE REGENERATED ON REQUEST: PUT ITS FEED DATE
000510* (YYYYMMDD) IN COLUMNS 1-8 OF CHGFEED.PRM AND RUN THE PROGRAM BY
000520* HAND. THE SAME JOURNAL WINDOW IS READ AGAIN AND THE FEED IS
000530* REBUILT UNDER ITS ORIGINAL SEQUENCE NUMBER, MARKED REGENERATED
000540* IN THE HEADER, SO THE RECEIVER RECOGNISES IT AS A RESEND. WHEN
000550* MORE THAN ONE FEED WAS BUILT ON THAT DATE THE LAST IS TAKEN;
000560* GIVE THE SEQUENCE NUMBER IN COLUMNS 10-15 TO PICK ANOTHER. A
000570* BLANK CARD, OR NO CHGFEED.PRM, BUILDS THE NEXT FEED AS NORMAL.
000580*
000590* RETURN CODE 16 MEANS A BAD CARD, A FEED TO REGENERATE THAT IS
000600* NOT ON THE REGISTER, OR A FILE THAT WOULD NOT OPEN. A MISSING
000610* JOURNAL JUST MEANS NO CHANGES - THE FEED IS STILL BUILT WITH A
000620* HEADER AND TRAILER SO THE SEQUENCE HAS NO GAP.
000630*****************************************************************
000640*-----------------------------------------------------------------
000650* MODIFICATION HISTORY
000660*-----------------------------------------------------------------
000670* 10/15/2026 JW  ORIGINAL PROGRAM.
000680*-----------------------------------------------------------------
000690
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730
000740     SELECT PARM-FILE ASSIGN TO 'CHGFEED.PRM'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FILE-STATUS-1.
000770
000780     SELECT REGISTER-FILE ASSIGN TO 'CHGFEED.LOG'
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FILE-STATUS-2.
000810
000820     SELECT HIST-FILE ASSIGN TO 'HIST.LOG'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FILE-STATUS-3.
000850
000860     SELECT FEED-FILE ASSIGN TO 'CHGFEED.DAT'
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FILE-STATUS-4.
000890
000900     SELECT REPORT-FILE ASSIGN TO 'CHGFEED.RPT'
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
001020     05  PRM-FEED-DATE                   PIC X(08).
001030     05  FILLER                          PIC X(01).
001040     05  PRM-SEQUENCE                    PIC X(06).
001050     05  PRM-SEQUENCE-N REDEFINES PRM-SEQUENCE
001060                                         PIC 9(06).
001070     05  FILLER                          PIC X(65).
001080
001090*-----------------------------------------------------------------
001100* FEED REGISTER - ONE RECORD PER FEED BUILT, APPENDED ONCE THE
001110* FEED IS CLOSED. RUN TYPE 'O' IS AN ORIGINAL FEED, 'R' A
001120* REGENERATION OF ONE (SAME SEQUENCE AND WINDOW). NEVER CYCLED.
001130*-----------------------------------------------------------------
001140 FD  REGISTER-FILE RECORDING MODE F.
001150 01  REGISTER-REC.
001160     05  REG-SEQUENCE                    PIC 9(06).
001170     05  FILLER                          PIC X(02).
001180     05  REG-FEED-DATE                   PIC X(08).
001190     05  FILLER                          PIC X(02).
001200     05  REG-RUN-TYPE                    PIC X(01).
001210         88  REG-ORIGINAL                         VALUE 'O'.
001220     05  FILLER                          PIC X(02).
001230     05  REG-FROM-STAMP                  PIC X(16).
001240     05  FILLER                          PIC X(02).
001250     05  REG-TO-STAMP                    PIC X(16).
001260     05  FILLER                          PIC X(02).
001270     05  REG-DETAIL-COUNT                PIC 9(07).
001280     05  FILLER                          PIC X(02).
001290     05  REG-CREATED                     PIC X(16).
001300
001310 FD  HIST-FILE RECORDING MODE F.
001320     COPY HSTREC.
001330
001340 FD  FEED-FILE RECORDING MODE F.
001350     COPY CHGREC.
001360
001370 FD  REPORT-FILE RECORDING MODE F.
001380 01  PRINT-LINE                          PIC X(132).
001390
001400*-----------------------------------------------------------------
001410* ONE SORT RECORD PER JOURNAL ENTRY SELECTED, IN EMPLOYEE ID AND
001420* JOURNAL ORDER. THE IMAGES ARE THE HSTREC EMPLOYEE IMAGES.
001430*-----------------------------------------------------------------
001440 SD  SORT-FILE.
001450 01  SORT-REC.
001460     05  SRT-ID                          PIC X(05).
001470     05  SRT-SEQ                         PIC 9(07).
001480     05  SRT-DATE                        PIC X(08).
001490     05  SRT-ACTION                      PIC X(06).
001500     05  SRT-BEFORE-IMAGE.
001510         10  SRT-B-F-NAME                PIC X(15).
001520         10  SRT-B-L-NAME                PIC X(15).
001530         10  SRT-B-DEPT                  PIC X(10).
001540         10  SRT-B-HIRE-DATE             PIC X(08).
001550         10  SRT-B-PAY-RATE              PIC 9(05)V99.
001560         10  SRT-B-STATUS                PIC X(01).
001570         10  SRT-B-TERM-DATE             PIC X(08).
001580     05  SRT-B-GRADE                     PIC X(04).
001585     05  SRT-B-MGR-ID                    PIC X(05).
001590     05  SRT-AFTER-IMAGE.
001600         10  SRT-A-F-NAME                PIC X(15).
001610         10  SRT-A-L-NAME                PIC X(15).
001620         10  SRT-A-DEPT                  PIC X(10).
001630         10  SRT-A-HIRE-DATE             PIC X(08).
001640         10  SRT-A-PAY-RATE              PIC 9(05)V99.
001650         10  SRT-A-STATUS                PIC X(01).
001660         10  SRT-A-TERM-DATE             PIC X(08).
001670     05  SRT-A-GRADE                     PIC X(04).
001675     05  SRT-A-MGR-ID                    PIC X(05).
001680
001690
001700 WORKING-STORAGE SECTION.
001710 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
001720 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
001730 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
001740 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
001750 77  FILE-STATUS-5                        PIC X(02) VALUE SPACES.
001760
001770 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
001780     88  END-OF-FILE                              VALUE 'Y'.
001790
001800 77  WS-SORT-EOF-SW                       PIC X(01) VALUE 'N'.
001810     88  SORT-END-OF-FILE                         VALUE 'Y'.
001820
001830 77  WS-REGEN-SW                          PIC X(01) VALUE 'N'.
001840     88  REGENERATING                             VALUE 'Y'.
001850
001860 77  WS-ADDED-SW                          PIC X(01) VALUE 'N'.
001870     88  ADDED-IN-WINDOW                          VALUE 'Y'.
001880
001890 77  WS-REHIRED-SW                        PIC X(01) VALUE 'N'.
001900     88  REHIRED-IN-WINDOW                        VALUE 'Y'.
001910
001920*-----------------------------------------------------------------
001930* THE OPERATOR EMPTRN JOURNALS THE INBOUND CORPORATE FEED UNDER.
001940*-----------------------------------------------------------------
001950 77  WS-FEED-OPERATOR                     PIC X(08)
001960                                          VALUE 'HRFEED  '.
001970
001980 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
001990 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
002000 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
002010
002020 77  WS-SEQUENCE                          PIC 9(06) VALUE 0.
002030 77  WS-LAST-SEQUENCE                     PIC 9(06) VALUE 0.
002040 77  WS-MATCH-COUNT                       PIC 9(06) COMP VALUE 0.
002050 77  WS-FEED-DATE                         PIC X(08) VALUE SPACES.
002060 77  WS-RUN-TYPE                          PIC X(01) VALUE 'O'.
002070 77  WS-PREV-ID                           PIC X(05) VALUE SPACES.
002080 77  WS-FIRST-B-STATUS                    PIC X(01) VALUE SPACES.
002090 77  WS-OUT-ACTION                        PIC X(01) VALUE SPACES.
002100
002110 77  WS-HIST-COUNT                        PIC 9(07) COMP VALUE 0.
002120 77  WS-WINDOW-COUNT                      PIC 9(07) COMP VALUE 0.
002130 77  WS-FEED-SKIP-COUNT                   PIC 9(07) COMP VALUE 0.
002140 77  WS-DED-COUNT                         PIC 9(07) COMP VALUE 0.
002150 77  WS-PURGE-COUNT                       PIC 9(07) COMP VALUE 0.
002160 77  WS-SELECT-COUNT                      PIC 9(07) COMP VALUE 0.
002170 77  WS-EMP-COUNT                         PIC 9(07) COMP VALUE 0.
002180 77  WS-ENTRY-COUNT                       PIC 9(07) COMP VALUE 0.
002190 77  WS-NETTED-COUNT                      PIC 9(07) COMP VALUE 0.
002200 77  WS-DETAIL-COUNT                      PIC 9(07) COMP VALUE 0.
002210 77  WS-ADD-COUNT                         PIC 9(07) COMP VALUE 0.
002220 77  WS-CHANGE-COUNT                      PIC 9(07) COMP VALUE 0.
002230 77  WS-TERM-COUNT                        PIC 9(07) COMP VALUE 0.
002240 77  WS-REHIRE-COUNT                      PIC 9(07) COMP VALUE 0.
002250 77  WS-REMOVE-COUNT                      PIC 9(07) COMP VALUE 0.
002260 77  WS-RECORD-COUNT                      PIC 9(07) COMP VALUE 0.
002270
002280*-----------------------------------------------------------------
002290* STAMPS ARE YYYYMMDD FOLLOWED BY HHMMSSHH, THE SAME AS HST-DATE
002300* AND HST-TIME. THE FEED TAKES JOURNAL ENTRIES STAMPED AFTER
002310* WS-FROM-STAMP AND NOT AFTER WS-TO-STAMP.
002320*-----------------------------------------------------------------
002330 01  WS-RUN-STAMP.
002340     05  WS-RUN-DATE                      PIC X(08) VALUE SPACES.
002350     05  WS-RUN-TIME                      PIC X(08) VALUE SPACES.
002360
002370 01  WS-FROM-STAMP                        PIC X(16) VALUE SPACES.
002380 01  WS-TO-STAMP                          PIC X(16) VALUE SPACES.
002390 01  WS-LAST-TO-STAMP                     PIC X(16) VALUE SPACES.
002400
002410 01  WS-HIST-STAMP.
002420     05  WS-HIST-DATE                     PIC X(08).
002430     05  WS-HIST-TIME                     PIC X(08).
002440
002450*-----------------------------------------------------------------
002460* THE LAST JOURNAL ENTRY SEEN FOR THE EMPLOYEE IN HAND - ITS
002470* IMAGES ARE WHAT THE DETAIL RECORD IS BUILT FROM.
002480*-----------------------------------------------------------------
002490 01  WS-LAST-ENTRY.
002500     05  LST-ID                           PIC X(05).
002510     05  LST-SEQ                          PIC 9(07).
002520     05  LST-DATE                         PIC X(08).
002530     05  LST-ACTION                       PIC X(06).
002540     05  LST-BEFORE-IMAGE.
002550         10  LST-B-F-NAME                 PIC X(15).
002560         10  LST-B-L-NAME                 PIC X(15).
002570         10  LST-B-DEPT                   PIC X(10).
002580         10  LST-B-HIRE-DATE              PIC X(08).
002590         10  LST-B-PAY-RATE               PIC 9(05)V99.
002600         10  LST-B-STATUS                 PIC X(01).
002610         10  LST-B-TERM-DATE              PIC X(08).
002620     05  LST-B-GRADE                      PIC X(04).
002625     05  LST-B-MGR-ID                     PIC X(05).
002630     05  LST-AFTER-IMAGE.
002640         10  LST-A-F-NAME                 PIC X(15).
002650         10  LST-A-L-NAME                 PIC X(15).
002660         10  LST-A-DEPT                   PIC X(10).
002670         10  LST-A-HIRE-DATE              PIC X(08).
002680         10  LST-A-PAY-RATE               PIC 9(05)V99.
002690         10  LST-A-STATUS                 PIC X(01).
002700         10  LST-A-TERM-DATE              PIC X(08).
002710     05  LST-A-GRADE                      PIC X(04).
002715     05  LST-A-MGR-ID                     PIC X(05).
002720
002730     COPY DATEDW.
002740
002750 01  HEADING-REC-1.
002760     05  FILLER                           PIC X(35) VALUE SPACES.
002770     05  FILLER                           PIC X(44)
002780             VALUE 'OUTBOUND EMPLOYEE CHANGE FEED CONTROL REPORT'.
002790     05  FILLER                           PIC X(02) VALUE SPACES.
002800     05  FILLER                           PIC X(05) VALUE 'PAGE '.
002810     05  HL1-PAGE-NO                      PIC ZZZ9.
002820     05  FILLER                           PIC X(42) VALUE SPACES.
002830
002840 01  HEADING-REC-2.
002850     05  FILLER                           PIC X(05) VALUE SPACES.
002860     05  FILLER                           PIC X(15)
002870             VALUE 'FEED SEQUENCE: '.
002880     05  HL2-SEQUENCE                     PIC 9(06).
002890     05  FILLER                           PIC X(13)
002900             VALUE '  FEED DATE: '.
002910     05  HL2-FEED-DATE                    PIC X(08).
002920     05  FILLER                           PIC X(17)
002930             VALUE '  JOURNAL AFTER: '.
002940     05  HL2-FROM-DATE                    PIC X(08).
002950     05  FILLER                           PIC X(01) VALUE SPACES.
002960     05  HL2-FROM-TIME                    PIC X(08).
002970     05  FILLER                           PIC X(11)
002980             VALUE '  THROUGH: '.
002990     05  HL2-TO-DATE                      PIC X(08).
003000     05  FILLER                           PIC X(01) VALUE SPACES.
003010     05  HL2-TO-TIME                      PIC X(08).
003020     05  FILLER                           PIC X(02) VALUE SPACES.
003030     05  HL2-RUN-TYPE                     PIC X(11).
003040     05  FILLER                           PIC X(10) VALUE SPACES.
003050
003060 01  HEADING-REC-3.
003070     05  FILLER                           PIC X(05) VALUE SPACES.
003080     05  FILLER                           PIC X(04) VALUE 'ACT'.
003090     05  FILLER                           PIC X(07) VALUE 'ID'.
003100     05  FILLER                           PIC X(17)
003110             VALUE 'LAST NAME'.
003120     05  FILLER                           PIC X(17)
003130             VALUE 'FIRST NAME'.
003140     05  FILLER                           PIC X(12)
003150             VALUE 'DEPARTMENT'.
003160     05  FILLER                           PIC X(10)
003170             VALUE 'HIRED'.
003180     05  FILLER                           PIC X(11)
003190             VALUE ' PAY RATE'.
003200     05  FILLER                           PIC X(03) VALUE 'ST'.
003210     05  FILLER                           PIC X(10)
003220             VALUE 'TERM DATE'.
003230     05  FILLER                           PIC X(06)
003240             VALUE 'GRADE'.
003245     05  FILLER                           PIC X(07) VALUE 'MGR'.
003250     05  FILLER                           PIC X(10)
003260             VALUE 'EFFECTIVE'.
003270     05  FILLER                           PIC X(05) VALUE 'CHGS'.
003280     05  FILLER                           PIC X(08) VALUE SPACES.
003290
003300 01  DETAIL-REC.
003310     05  FILLER                           PIC X(05) VALUE SPACES.
003320     05  DTL-ACTION                       PIC X(01).
003330     05  FILLER                           PIC X(03) VALUE SPACES.
003340     05  DTL-ID                           PIC X(05).
003350     05  FILLER                           PIC X(02) VALUE SPACES.
003360     05  DTL-L-NAME                       PIC X(15).
003370     05  FILLER                           PIC X(02) VALUE SPACES.
003380     05  DTL-F-NAME                       PIC X(15).
003390     05  FILLER                           PIC X(02) VALUE SPACES.
003400     05  DTL-DEPT                         PIC X(10).
003410     05  FILLER                           PIC X(02) VALUE SPACES.
003420     05  DTL-HIRE-DATE                    PIC X(08).
003430     05  FILLER                           PIC X(02) VALUE SPACES.
003440     05  DTL-PAY-RATE                     PIC ZZ,ZZ9.99.
003450     05  FILLER                           PIC X(02) VALUE SPACES.
003460     05  DTL-STATUS                       PIC X(01).
003470     05  FILLER                           PIC X(02) VALUE SPACES.
003480     05  DTL-TERM-DATE                    PIC X(08).
003490     05  FILLER                           PIC X(02) VALUE SPACES.
003500     05  DTL-GRADE                        PIC X(04).
003502     05  FILLER                           PIC X(02) VALUE SPACES.
003504     05  DTL-MGR-ID                       PIC X(05).
003510     05  FILLER                           PIC X(02) VALUE SPACES.
003520     05  DTL-EFF-DATE                     PIC X(08).
003530     05  FILLER                           PIC X(02) VALUE SPACES.
003540     05  DTL-ENTRIES                      PIC ZZ9.
003550     05  FILLER                           PIC X(02) VALUE SPACES.
003560     05  DTL-NOTE                         PIC X(08).
003570
003580 01  TOTAL-REC.
003590     05  FILLER                           PIC X(05) VALUE SPACES.
003600     05  TOT-LABEL                        PIC X(40).
003610     05  TOT-COUNT                        PIC Z,ZZZ,ZZ9.
003620     05  FILLER                           PIC X(78) VALUE SPACES.
003630
003640
003650 PROCEDURE DIVISION.
003660*-----------------------------------------------------------------
003670* 0000-MAINLINE - SETTLE THE WINDOW AND SEQUENCE, WRITE THE
003680* HEADER, SORT THE SELECTED JOURNAL ENTRIES INTO EMPLOYEE ORDER
003690* AND BUILD ONE DETAIL PER EMPLOYEE OUT OF THE SORT, THEN CLOSE
003700* THE FEED WITH ITS TRAILER AND RECORD IT ON THE REGISTER.
003710*-----------------------------------------------------------------
003720 0000-MAINLINE.
003730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003740     PERFORM 1500-WRITE-HEADER THRU 1500-EXIT.
003750     SORT SORT-FILE
003760         ON ASCENDING KEY SRT-ID
003770         ON ASCENDING KEY SRT-SEQ
003780         INPUT PROCEDURE IS 2000-SELECT-INPUT THRU 2000-EXIT
003790         OUTPUT PROCEDURE IS 3000-BUILD-FEED THRU 3000-EXIT.
003800     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
003810     PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT.
003820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003830     PERFORM 8200-POST-REGISTER THRU 8200-EXIT.
003840     GOBACK.
003850
003860*-----------------------------------------------------------------
003870* 1000-INITIALIZE - READ THE CARD AND THE FEED REGISTER, THEN
003880* SETTLE THE SEQUENCE NUMBER AND THE JOURNAL WINDOW: THE NEXT
003890* NUMBER AND EVERYTHING SINCE THE LAST ORIGINAL FEED, OR FOR A
003900* REGENERATION THE NUMBER AND WINDOW THE REGISTER HOLDS.
003910*-----------------------------------------------------------------
003920 1000-INITIALIZE.
003930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003940     ACCEPT WS-RUN-TIME FROM TIME
003950
003960     OPEN INPUT PARM-FILE
003970     IF FILE-STATUS-1 = '35'
003980         MOVE SPACES TO PARM-REC
003990     ELSE
004000         IF FILE-STATUS-1 NOT = '00'
004010             DISPLAY 'EMPCHG - UNABLE TO OPEN CHGFEED.PRM - '
004020                     'STATUS ' FILE-STATUS-1
004030             MOVE 16 TO RETURN-CODE
004040             STOP RUN
004050         END-IF
004060         READ PARM-FILE
004070             AT END
004080                 MOVE SPACES TO PARM-REC
004090         END-READ
004100         CLOSE PARM-FILE
004110     END-IF
004120
004130     IF PRM-FEED-DATE NOT = SPACES
004140         MOVE 'Y' TO WS-REGEN-SW
004150         MOVE PRM-FEED-DATE TO DTE-DATE-X
004160         PERFORM 8500-EDIT-DATE THRU 8500-EXIT
004170         IF NOT DTE-VALID
004180             DISPLAY 'EMPCHG - BAD FEED DATE TO REGENERATE: '
004190                     PRM-FEED-DATE
004200             MOVE 16 TO RETURN-CODE
004210             STOP RUN
004220         END-IF
004230         IF PRM-SEQUENCE NOT = SPACES
004240            AND PRM-SEQUENCE IS NOT NUMERIC
004250             DISPLAY 'EMPCHG - BAD FEED SEQUENCE TO REGENERATE: '
004260                     PRM-SEQUENCE
004270             MOVE 16 TO RETURN-CODE
004280             STOP RUN
004290         END-IF
004300     END-IF
004310
004320     PERFORM 1100-READ-REGISTER THRU 1100-EXIT
004330
004340     IF REGENERATING
004350         IF WS-MATCH-COUNT = 0
004360             DISPLAY 'EMPCHG - NO FEED FOR ' PRM-FEED-DATE
004370                     ' ' PRM-SEQUENCE ' ON CHGFEED.LOG'
004380             MOVE 16 TO RETURN-CODE
004390             STOP RUN
004400         END-IF
004410         IF WS-MATCH-COUNT > 1
004420             DISPLAY 'EMPCHG - ' WS-MATCH-COUNT ' FEEDS ON '
004430                     PRM-FEED-DATE ' - REGENERATING SEQUENCE '
004440                     WS-SEQUENCE
004450         END-IF
004460         MOVE PRM-FEED-DATE TO WS-FEED-DATE
004470         MOVE 'R'           TO WS-RUN-TYPE
004480         MOVE 'REGENERATED' TO HL2-RUN-TYPE
004490     ELSE
004500         COMPUTE WS-SEQUENCE = WS-LAST-SEQUENCE + 1
004510         IF WS-LAST-TO-STAMP = SPACES
004520             MOVE WS-RUN-DATE TO WS-FROM-STAMP (1:8)
004530             MOVE '00000000'  TO WS-FROM-STAMP (9:8)
004540         ELSE
004550             MOVE WS-LAST-TO-STAMP TO WS-FROM-STAMP
004560         END-IF
004570         MOVE WS-RUN-STAMP  TO WS-TO-STAMP
004580         MOVE WS-RUN-DATE   TO WS-FEED-DATE
004590         MOVE 'O'           TO WS-RUN-TYPE
004600         MOVE 'ORIGINAL'    TO HL2-RUN-TYPE
004610     END-IF
004620
004630     DISPLAY 'EMPCHG - FEED SEQUENCE: ' WS-SEQUENCE
004640             ' ' HL2-RUN-TYPE
004650     DISPLAY 'EMPCHG - JOURNAL AFTER: ' WS-FROM-STAMP
004660     DISPLAY 'EMPCHG - THROUGH:       ' WS-TO-STAMP
004670
004680     OPEN OUTPUT FEED-FILE
004690     IF FILE-STATUS-4 NOT = '00'
004700         DISPLAY 'EMPCHG - UNABLE TO OPEN CHGFEED.DAT - STATUS '
004710                 FILE-STATUS-4
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF
004750     OPEN OUTPUT REPORT-FILE
004760     IF FILE-STATUS-5 NOT = '00'
004770         DISPLAY 'EMPCHG - UNABLE TO OPEN CHGFEED.RPT - STATUS '
004780                 FILE-STATUS-5
004790         MOVE 16 TO RETURN-CODE
004800         STOP RUN
004810     END-IF
004820
004830     MOVE WS-SEQUENCE          TO HL2-SEQUENCE
004840     MOVE WS-FEED-DATE         TO HL2-FEED-DATE
004850     MOVE WS-FROM-STAMP (1:8)  TO HL2-FROM-DATE
004860     MOVE WS-FROM-STAMP (9:8)  TO HL2-FROM-TIME
004870     MOVE WS-TO-STAMP (1:8)    TO HL2-TO-DATE
004880     MOVE WS-TO-STAMP (9:8)    TO HL2-TO-TIME
004890     MOVE WS-LINES-PER-PAGE    TO WS-LINE-COUNT.
004900 1000-EXIT.
004910     EXIT.
004920
004930*-----------------------------------------------------------------
004940* 1100-READ-REGISTER - NO REGISTER YET MEANS NO FEED HAS EVER
004950* BEEN BUILT.
004960*-----------------------------------------------------------------
004970 1100-READ-REGISTER.
004980     OPEN INPUT REGISTER-FILE
004990     IF FILE-STATUS-2 = '35'
005000         GO TO 1100-EXIT
005010     END-IF
005020     IF FILE-STATUS-2 NOT = '00'
005030         DISPLAY 'EMPCHG - UNABLE TO OPEN CHGFEED.LOG - STATUS '
005040                 FILE-STATUS-2
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF
005080     PERFORM 1200-READ-NEXT-REGISTER THRU 1200-EXIT
005090     PERFORM 1300-CHECK-REGISTER THRU 1300-EXIT
005100         UNTIL END-OF-FILE
005110     CLOSE REGISTER-FILE
005120     MOVE 'N' TO WS-EOF-SW.
005130 1100-EXIT.
005140     EXIT.
005150
005160 1200-READ-NEXT-REGISTER.
005170     READ REGISTER-FILE
005180         AT END
005190             MOVE 'Y' TO WS-EOF-SW
005200     END-READ.
005210 1200-EXIT.
005220     EXIT.
005230
005240*-----------------------------------------------------------------
005250* 1300-CHECK-REGISTER - THE REGISTER IS IN THE ORDER THE FEEDS
005260* WERE BUILT, SO THE LAST ORIGINAL FEED READ IS THE ONE THE NEXT
005270* FEED FOLLOWS ON FROM.
005280*-----------------------------------------------------------------
005290 1300-CHECK-REGISTER.
005300     IF REG-SEQUENCE > WS-LAST-SEQUENCE
005310         MOVE REG-SEQUENCE TO WS-LAST-SEQUENCE
005320     END-IF
005330     IF REG-ORIGINAL
005340         MOVE REG-TO-STAMP TO WS-LAST-TO-STAMP
005350         IF REGENERATING
005360            AND REG-FEED-DATE = PRM-FEED-DATE
005370            AND (PRM-SEQUENCE = SPACES
005380                 OR REG-SEQUENCE = PRM-SEQUENCE-N)
005390             ADD 1 TO WS-MATCH-COUNT
005400             MOVE REG-SEQUENCE   TO WS-SEQUENCE
005410             MOVE REG-FROM-STAMP TO WS-FROM-STAMP
005420             MOVE REG-TO-STAMP   TO WS-TO-STAMP
005430         END-IF
005440     END-IF
005450     PERFORM 1200-READ-NEXT-REGISTER THRU 1200-EXIT.
005460 1300-EXIT.
005470     EXIT.
005480
005490*-----------------------------------------------------------------
005500* 1500-WRITE-HEADER
005510*-----------------------------------------------------------------
005520 1500-WRITE-HEADER.
005530     MOVE SPACES          TO CHANGE-FEED-REC
005540     MOVE 'H'             TO CHG-REC-TYPE
005550     MOVE WS-SEQUENCE     TO CHH-SEQUENCE
005560     MOVE WS-FEED-DATE    TO CHH-FEED-DATE
005570     MOVE WS-RUN-TYPE     TO CHH-RUN-TYPE
005580     MOVE WS-FROM-STAMP   TO CHH-FROM-STAMP
005590     MOVE WS-TO-STAMP     TO CHH-TO-STAMP
005600     MOVE WS-RUN-STAMP    TO CHH-CREATED
005610     WRITE CHANGE-FEED-REC
005620     ADD 1 TO WS-RECORD-COUNT.
005630 1500-EXIT.
005640     EXIT.
005650
005660*-----------------------------------------------------------------
005670* 2000-SELECT-INPUT - RELEASE EVERY JOURNAL ENTRY IN THE WINDOW
005680* THAT BELONGS ON THE FEED. A MISSING JOURNAL MEANS NO CHANGES.
005690*-----------------------------------------------------------------
005700 2000-SELECT-INPUT.
005710     OPEN INPUT HIST-FILE
005720     IF FILE-STATUS-3 = '35'
005730         GO TO 2000-EXIT
005740     END-IF
005750     IF FILE-STATUS-3 NOT = '00'
005760         DISPLAY 'EMPCHG - UNABLE TO OPEN HIST.LOG - STATUS '
005770                 FILE-STATUS-3
005780         MOVE 16 TO RETURN-CODE
005790         STOP RUN
005800     END-IF
005810     PERFORM 2100-READ-NEXT THRU 2100-EXIT
005820     PERFORM 2200-SELECT-ENTRY THRU 2200-EXIT
005830         UNTIL END-OF-FILE
005840     CLOSE HIST-FILE.
005850 2000-EXIT.
005860     EXIT.
005870
005880 2100-READ-NEXT.
005890     READ HIST-FILE
005900         AT END
005910             MOVE 'Y' TO WS-EOF-SW
005920     END-READ.
005930 2100-EXIT.
005940     EXIT.
005950
005960 2200-SELECT-ENTRY.
005970     ADD 1 TO WS-HIST-COUNT
005980     MOVE HST-DATE TO WS-HIST-DATE
005990     MOVE HST-TIME TO WS-HIST-TIME
006000
006010     EVALUATE TRUE
006020         WHEN WS-HIST-STAMP NOT > WS-FROM-STAMP
006030         WHEN WS-HIST-STAMP > WS-TO-STAMP
006040             CONTINUE
006050         WHEN HST-ACTION (1:3) = 'DED'
006060             ADD 1 TO WS-WINDOW-COUNT
006070             ADD 1 TO WS-DED-COUNT
006080         WHEN HST-OPERATOR = WS-FEED-OPERATOR
006090             ADD 1 TO WS-WINDOW-COUNT
006100             ADD 1 TO WS-FEED-SKIP-COUNT
006110         WHEN HST-ACTION = 'PURGE'
006120             ADD 1 TO WS-WINDOW-COUNT
006130             ADD 1 TO WS-PURGE-COUNT
006140         WHEN OTHER
006150             ADD 1 TO WS-WINDOW-COUNT
006160             ADD 1 TO WS-SELECT-COUNT
006170             MOVE HST-ID           TO SRT-ID
006180             MOVE WS-HIST-COUNT    TO SRT-SEQ
006190             MOVE HST-DATE         TO SRT-DATE
006200             MOVE HST-ACTION       TO SRT-ACTION
006210             MOVE HST-BEFORE-IMAGE TO SRT-BEFORE-IMAGE
006220             MOVE HST-B-GRADE      TO SRT-B-GRADE
006225             MOVE HST-B-MGR-ID     TO SRT-B-MGR-ID
006230             MOVE HST-AFTER-IMAGE  TO SRT-AFTER-IMAGE
006240             MOVE HST-A-GRADE      TO SRT-A-GRADE
006245             MOVE HST-A-MGR-ID     TO SRT-A-MGR-ID
006250             RELEASE SORT-REC
006260     END-EVALUATE
006270
006280     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
006290 2200-EXIT.
006300     EXIT.
006310
006320*-----------------------------------------------------------------
006330* 3000-BUILD-FEED - CONTROL BREAK ON EMPLOYEE ID OUT OF THE SORT.
006340*-----------------------------------------------------------------
006350 3000-BUILD-FEED.
006360     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT
006370     PERFORM 3200-PROCESS-SORTED THRU 3200-EXIT
006380         UNTIL SORT-END-OF-FILE
006390     IF WS-PREV-ID NOT = SPACES
006400         PERFORM 3500-SEND-EMPLOYEE THRU 3500-EXIT
006410     END-IF.
006420 3000-EXIT.
006430     EXIT.
006440
006450 3100-RETURN-NEXT.
006460     RETURN SORT-FILE
006470         AT END
006480             MOVE 'Y' TO WS-SORT-EOF-SW
006490     END-RETURN.
006500 3100-EXIT.
006510     EXIT.
006520
006530 3200-PROCESS-SORTED.
006540     IF SRT-ID NOT = WS-PREV-ID
006550         IF WS-PREV-ID NOT = SPACES
006560             PERFORM 3500-SEND-EMPLOYEE THRU 3500-EXIT
006570         END-IF
006580         PERFORM 3300-START-EMPLOYEE THRU 3300-EXIT
006590     END-IF
006600
006610     ADD 1 TO WS-ENTRY-COUNT
006620     IF SRT-ACTION = 'REHIRE'
006630         MOVE 'Y' TO WS-REHIRED-SW
006640     END-IF
006650     MOVE SORT-REC TO WS-LAST-ENTRY
006660
006670     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
006680 3200-EXIT.
006690     EXIT.
006700
006710*-----------------------------------------------------------------
006720* 3300-START-EMPLOYEE - THE FIRST ENTRY FOR AN EMPLOYEE SAYS HOW
006730* THE RECORD STOOD WHEN THE WINDOW OPENED: NOT THERE AT ALL (AN
006740* EMPTY BEFORE IMAGE) OR WITH THE STATUS IN ITS BEFORE IMAGE.
006750*-----------------------------------------------------------------
006760 3300-START-EMPLOYEE.
006770     MOVE SRT-ID TO WS-PREV-ID
006780     ADD 1 TO WS-EMP-COUNT
006790     MOVE 0 TO WS-ENTRY-COUNT
006800     MOVE 'N' TO WS-REHIRED-SW
006810     IF SRT-B-L-NAME = SPACES
006820         MOVE 'Y' TO WS-ADDED-SW
006830     ELSE
006840         MOVE 'N' TO WS-ADDED-SW
006850     END-IF
006860     MOVE SRT-B-STATUS TO WS-FIRST-B-STATUS.
006870 3300-EXIT.
006880     EXIT.
006890
006900*-----------------------------------------------------------------
006910* 3500-SEND-EMPLOYEE - DECIDE THE ACTION FOR THE EMPLOYEE JUST
006920* FINISHED AND WRITE THEIR DETAIL RECORD AND REPORT LINE.
006930*-----------------------------------------------------------------
006940 3500-SEND-EMPLOYEE.
006950     MOVE SPACES TO DTL-NOTE
006960     EVALUATE TRUE
006970         WHEN ADDED-IN-WINDOW AND LST-A-L-NAME = SPACES
006980             MOVE '-' TO WS-OUT-ACTION
006990         WHEN ADDED-IN-WINDOW
007000             MOVE 'A' TO WS-OUT-ACTION
007010         WHEN LST-A-L-NAME = SPACES
007020             MOVE 'X' TO WS-OUT-ACTION
007030         WHEN REHIRED-IN-WINDOW AND LST-A-STATUS NOT = 'T'
007040             MOVE 'R' TO WS-OUT-ACTION
007050         WHEN LST-A-STATUS = 'T' AND WS-FIRST-B-STATUS NOT = 'T'
007060             MOVE 'D' TO WS-OUT-ACTION
007070         WHEN OTHER
007080             MOVE 'C' TO WS-OUT-ACTION
007090     END-EVALUATE
007100
007110     MOVE SPACES        TO CHANGE-FEED-REC
007120     MOVE 'D'           TO CHG-REC-TYPE
007130     MOVE WS-OUT-ACTION TO CHG-ACTION
007140     MOVE LST-ID        TO CHG-ID
007150     MOVE LST-DATE      TO CHG-EFF-DATE
007160     IF LST-A-L-NAME = SPACES
007170         PERFORM 3600-LOAD-BEFORE-IMAGE THRU 3600-EXIT
007180     ELSE
007190         PERFORM 3650-LOAD-AFTER-IMAGE THRU 3650-EXIT
007200     END-IF
007210
007220     EVALUATE WS-OUT-ACTION
007230         WHEN '-'
007240             ADD 1 TO WS-NETTED-COUNT
007250             MOVE 'NOT SENT' TO DTL-NOTE
007260         WHEN 'A'
007270             ADD 1 TO WS-ADD-COUNT
007280         WHEN 'C'
007290             ADD 1 TO WS-CHANGE-COUNT
007300         WHEN 'D'
007310             ADD 1 TO WS-TERM-COUNT
007320         WHEN 'R'
007330             ADD 1 TO WS-REHIRE-COUNT
007340         WHEN 'X'
007350             ADD 1 TO WS-REMOVE-COUNT
007360     END-EVALUATE
007370     IF WS-OUT-ACTION NOT = '-'
007380         WRITE CHANGE-FEED-REC
007390         ADD 1 TO WS-DETAIL-COUNT
007400         ADD 1 TO WS-RECORD-COUNT
007410     END-IF
007420
007430     PERFORM 3700-REPORT-EMPLOYEE THRU 3700-EXIT.
007440 3500-EXIT.
007450     EXIT.
007460
007470 3600-LOAD-BEFORE-IMAGE.
007480     MOVE LST-B-F-NAME     TO CHG-F-NAME
007490     MOVE LST-B-L-NAME     TO CHG-L-NAME
007500     MOVE LST-B-DEPT       TO CHG-DEPT
007510     MOVE LST-B-HIRE-DATE  TO CHG-HIRE-DATE
007520     MOVE LST-B-PAY-RATE   TO CHG-PAY-RATE
007530     MOVE LST-B-TERM-DATE  TO CHG-TERM-DATE
007540     MOVE LST-B-GRADE      TO CHG-GRADE
007545     MOVE LST-B-MGR-ID     TO CHG-MGR-ID
007550     MOVE LST-B-STATUS     TO CHG-STATUS.
007560 3600-EXIT.
007570     EXIT.
007580
007590 3650-LOAD-AFTER-IMAGE.
007600     MOVE LST-A-F-NAME     TO CHG-F-NAME
007610     MOVE LST-A-L-NAME     TO CHG-L-NAME
007620     MOVE LST-A-DEPT       TO CHG-DEPT
007630     MOVE LST-A-HIRE-DATE  TO CHG-HIRE-DATE
007640     MOVE LST-A-PAY-RATE   TO CHG-PAY-RATE
007650     MOVE LST-A-TERM-DATE  TO CHG-TERM-DATE
007660     MOVE LST-A-GRADE      TO CHG-GRADE
007665     MOVE LST-A-MGR-ID     TO CHG-MGR-ID
007670     MOVE LST-A-STATUS     TO CHG-STATUS.
007680 3650-EXIT.
007690     EXIT.
007700
007710 3700-REPORT-EMPLOYEE.
007720     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007730         PERFORM 3800-WRITE-HEADINGS THRU 3800-EXIT
007740     END-IF
007750     MOVE CHG-ACTION     TO DTL-ACTION
007760     MOVE CHG-ID         TO DTL-ID
007770     MOVE CHG-L-NAME     TO DTL-L-NAME
007780     MOVE CHG-F-NAME     TO DTL-F-NAME
007790     MOVE CHG-DEPT       TO DTL-DEPT
007800     MOVE CHG-HIRE-DATE  TO DTL-HIRE-DATE
007810     MOVE CHG-PAY-RATE   TO DTL-PAY-RATE
007820     MOVE CHG-STATUS     TO DTL-STATUS
007830     MOVE CHG-TERM-DATE  TO DTL-TERM-DATE
007840     MOVE CHG-GRADE      TO DTL-GRADE
007845     MOVE CHG-MGR-ID     TO DTL-MGR-ID
007850     MOVE CHG-EFF-DATE   TO DTL-EFF-DATE
007860     MOVE WS-ENTRY-COUNT TO DTL-ENTRIES
007870     WRITE PRINT-LINE FROM DETAIL-REC
007880     ADD 1 TO WS-LINE-COUNT.
007890 3700-EXIT.
007900     EXIT.
007910
007920 3800-WRITE-HEADINGS.
007930     ADD 1 TO WS-PAGE-COUNT
007940     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
007950     WRITE PRINT-LINE FROM HEADING-REC-1
007960     WRITE PRINT-LINE FROM HEADING-REC-2
007970     WRITE PRINT-LINE FROM HEADING-REC-3
007980     MOVE SPACES TO PRINT-LINE
007990     WRITE PRINT-LINE
008000     MOVE ZEROS TO WS-LINE-COUNT.
008010 3800-EXIT.
008020     EXIT.
008030
008040*-----------------------------------------------------------------
008050* 8000-WRITE-TRAILER
008060*-----------------------------------------------------------------
008070 8000-WRITE-TRAILER.
008080     ADD 1 TO WS-RECORD-COUNT
008090     MOVE SPACES          TO CHANGE-FEED-REC
008100     MOVE 'T'             TO CHG-REC-TYPE
008110     MOVE WS-SEQUENCE     TO CHT-SEQUENCE
008120     MOVE WS-DETAIL-COUNT TO CHT-DETAIL-COUNT
008130     MOVE WS-ADD-COUNT    TO CHT-ADD-COUNT
008140     MOVE WS-CHANGE-COUNT TO CHT-CHANGE-COUNT
008150     MOVE WS-TERM-COUNT   TO CHT-TERM-COUNT
008160     MOVE WS-REHIRE-COUNT TO CHT-REHIRE-COUNT
008170     MOVE WS-REMOVE-COUNT TO CHT-REMOVE-COUNT
008180     WRITE CHANGE-FEED-REC.
008190 8000-EXIT.
008200     EXIT.
008210
008220*-----------------------------------------------------------------
008230* 8100-WRITE-TOTALS - THE CONTROL TOTALS: WHAT WAS READ, WHAT WAS
008240* LEFT OUT AND WHY, AND WHAT WAS SENT, WHICH MUST AGREE WITH THE
008250* TRAILER RECORD.
008260*-----------------------------------------------------------------
008270 8100-WRITE-TOTALS.
008280     IF WS-LINE-COUNT + 20 > WS-LINES-PER-PAGE
008290         PERFORM 3800-WRITE-HEADINGS THRU 3800-EXIT
008300     END-IF
008310     MOVE SPACES TO PRINT-LINE
008320     WRITE PRINT-LINE
008330     MOVE 'JOURNAL ENTRIES READ' TO TOT-LABEL
008340     MOVE WS-HIST-COUNT TO TOT-COUNT
008350     WRITE PRINT-LINE FROM TOTAL-REC
008360     MOVE 'JOURNAL ENTRIES IN THE FEED WINDOW' TO TOT-LABEL
008370     MOVE WS-WINDOW-COUNT TO TOT-COUNT
008380     WRITE PRINT-LINE FROM TOTAL-REC
008390     MOVE '  LEFT OUT - RECEIVED ON THE HR FEED' TO TOT-LABEL
008400     MOVE WS-FEED-SKIP-COUNT TO TOT-COUNT
008410     WRITE PRINT-LINE FROM TOTAL-REC
008420     MOVE '  LEFT OUT - DEDUCTION MAINTENANCE' TO TOT-LABEL
008430     MOVE WS-DED-COUNT TO TOT-COUNT
008440     WRITE PRINT-LINE FROM TOTAL-REC
008450     MOVE '  LEFT OUT - PURGED TO THE ARCHIVE' TO TOT-LABEL
008460     MOVE WS-PURGE-COUNT TO TOT-COUNT
008470     WRITE PRINT-LINE FROM TOTAL-REC
008480     MOVE '  SELECTED FOR THE FEED' TO TOT-LABEL
008490     MOVE WS-SELECT-COUNT TO TOT-COUNT
008500     WRITE PRINT-LINE FROM TOTAL-REC
008510     MOVE SPACES TO PRINT-LINE
008520     WRITE PRINT-LINE
008530     MOVE 'EMPLOYEES CHANGED' TO TOT-LABEL
008540     MOVE WS-EMP-COUNT TO TOT-COUNT
008550     WRITE PRINT-LINE FROM TOTAL-REC
008560     MOVE '  ADDED AND DELETED AGAIN - NOT SENT' TO TOT-LABEL
008570     MOVE WS-NETTED-COUNT TO TOT-COUNT
008580     WRITE PRINT-LINE FROM TOTAL-REC
008590     MOVE '  DETAIL RECORDS SENT' TO TOT-LABEL
008600     MOVE WS-DETAIL-COUNT TO TOT-COUNT
008610     WRITE PRINT-LINE FROM TOTAL-REC
008620     MOVE '    A - ADDS' TO TOT-LABEL
008630     MOVE WS-ADD-COUNT TO TOT-COUNT
008640     WRITE PRINT-LINE FROM TOTAL-REC
008650     MOVE '    C - CHANGES' TO TOT-LABEL
008660     MOVE WS-CHANGE-COUNT TO TOT-COUNT
008670     WRITE PRINT-LINE FROM TOTAL-REC
008680     MOVE '    D - SEPARATIONS' TO TOT-LABEL
008690     MOVE WS-TERM-COUNT TO TOT-COUNT
008700     WRITE PRINT-LINE FROM TOTAL-REC
008710     MOVE '    R - REHIRES' TO TOT-LABEL
008720     MOVE WS-REHIRE-COUNT TO TOT-COUNT
008730     WRITE PRINT-LINE FROM TOTAL-REC
008740     MOVE '    X - REMOVED FROM THE MASTER' TO TOT-LABEL
008750     MOVE WS-REMOVE-COUNT TO TOT-COUNT
008760     WRITE PRINT-LINE FROM TOTAL-REC
008770     MOVE 'RECORDS ON CHGFEED.DAT INCL HDR/TRAILER' TO TOT-LABEL
008780     MOVE WS-RECORD-COUNT TO TOT-COUNT
008790     WRITE PRINT-LINE FROM TOTAL-REC.
008800 8100-EXIT.
008810     EXIT.
008820
008830*-----------------------------------------------------------------
008840* 8200-POST-REGISTER - RECORD THE FEED ON THE REGISTER ONLY ONCE
008850* IT IS COMPLETE AND CLOSED, SO A RUN THAT FAILS PART WAY IS
008860* SIMPLY RUN AGAIN AND BUILDS THE SAME FEED UNDER THE SAME NUMBER.
008870*-----------------------------------------------------------------
008880 8200-POST-REGISTER.
008890     OPEN EXTEND REGISTER-FILE
008900     IF FILE-STATUS-2 = '35'
008910         OPEN OUTPUT REGISTER-FILE
008920         CLOSE REGISTER-FILE
008930         OPEN EXTEND REGISTER-FILE
008940     END-IF
008950     IF FILE-STATUS-2 NOT = '00'
008960         DISPLAY 'EMPCHG - UNABLE TO OPEN CHGFEED.LOG - STATUS '
008970                 FILE-STATUS-2
008980         MOVE 16 TO RETURN-CODE
008990         STOP RUN
009000     END-IF
009010     MOVE SPACES          TO REGISTER-REC
009020     MOVE WS-SEQUENCE     TO REG-SEQUENCE
009030     MOVE WS-FEED-DATE    TO REG-FEED-DATE
009040     MOVE WS-RUN-TYPE     TO REG-RUN-TYPE
009050     MOVE WS-FROM-STAMP   TO REG-FROM-STAMP
009060     MOVE WS-TO-STAMP     TO REG-TO-STAMP
009070     MOVE WS-DETAIL-COUNT TO REG-DETAIL-COUNT
009080     MOVE WS-RUN-STAMP    TO REG-CREATED
009090     WRITE REGISTER-REC
009100     CLOSE REGISTER-FILE.
009110 8200-EXIT.
009120     EXIT.
009130
009140*-----------------------------------------------------------------
009150* 9000-TERMINATE
009160*-----------------------------------------------------------------
009170 9000-TERMINATE.
009180     DISPLAY 'EMPCHG - EMPLOYEES CHANGED:   ' WS-EMP-COUNT
009190     DISPLAY 'EMPCHG - DETAIL RECORDS SENT: ' WS-DETAIL-COUNT
009200     CLOSE FEED-FILE
009210     CLOSE REPORT-FILE.
009220 9000-EXIT.
009230     EXIT.
009240
009250     COPY DATEDP.
