000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPORP.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* THIS PROGRAM PRINTS THE NIGHTLY ORPHANED-REPORTS EXCEPTION LIST
000180* (ORPHAN.RPT): ACTIVE EMPLOYEES ON THE MASTER FILE (RPT.DOC)
000190* WHOSE REPORTS-TO MANAGER CAN NO LONGER HAVE THEM, SO HR CAN
000200* REASSIGN THEM. AN EMPLOYEE IS LISTED WHEN THEIR MANAGER IS
000210*   T  TERMINATED (EMP-SCR TERMINATION, EMPTRN 'D')
000220*   N  NO LONGER ON FILE (EMP-SCR DELETE, EMPPUR PURGE)
000230*   D  NOW IN ANOTHER DEPARTMENT BECAUSE ONE OF THE TWO WAS
000240*      TRANSFERRED SINCE THE LAST LIST (EMP-SCR OR EMPTRN CHANGE,
000250*      EMPPND APPLY, EMPXFR TRANSFER)
000260* T AND N ARE READ FROM THE MASTER AS IT STANDS, SO THOSE
000270* EMPLOYEES STAY ON THE LIST EVERY NIGHT UNTIL THEY ARE GIVEN A
000280* NEW MANAGER. D IS TAKEN FROM THE CHANGE-HISTORY JOURNAL
000290* (HIST.LOG): A PAIR WHO WERE IN THE SAME DEPARTMENT BEFORE THE
000300* FIRST TRANSFER IN THE WINDOW AND ARE NOT NOW. A MANAGER WHO WAS
000310* ALWAYS IN ANOTHER DEPARTMENT WAS CHOSEN THAT WAY AND IS NOT
000320* LISTED, AND A TRANSFER IS LISTED ON ONE NIGHT ONLY.
000330*
000340* THE JOURNAL WINDOW RUNS FROM THE END OF THE LAST LIST, HELD ON
000350* ORPHAN.CTL, UP TO THE MOMENT THIS RUN STARTED; THE VERY FIRST
000360* LIST COVERS THE RUN DATE FROM MIDNIGHT. ORPHAN.CTL IS REWRITTEN
000370* ONLY ONCE THE LIST IS COMPLETE, SO A RUN THAT FAILS PART WAY IS
000380* SIMPLY RUN AGAIN. A MISSING JOURNAL MEANS NO TRANSFERS.
000390*
000400* THE MASTER IS HELD IN A TABLE OF WS-EMP-MAX EMPLOYEES, ACTIVE
000410* AND TERMINATED, IN ID ORDER. RETURN CODE 4 MEANS SOMEONE WAS
000420* LISTED; 16 MEANS A FILE WOULD NOT OPEN OR THE TABLE IS FULL.
000430*****************************************************************
000440*-----------------------------------------------------------------
000450* MODIFICATION HISTORY
000460*-----------------------------------------------------------------
000470* 10/15/2026 JW  ORIGINAL PROGRAM.
000480*-----------------------------------------------------------------
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530
000540     SELECT CONTROL-FILE ASSIGN TO 'ORPHAN.CTL'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FILE-STATUS-1.
000570
000580     SELECT OUTFILE ASSIGN TO 'RPT.DOC'
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS EFR-ID
000620         ALTERNATE RECORD KEY IS EFR-L-NAME WITH DUPLICATES
000630         FILE STATUS IS FILE-STATUS-2.
000640
000650     SELECT HIST-FILE ASSIGN TO 'HIST.LOG'
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FILE-STATUS-3.
000680
000690     SELECT REPORT-FILE ASSIGN TO 'ORPHAN.RPT'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FILE-STATUS-4.
000720
000730     SELECT SORT-FILE ASSIGN TO 'SORTWK'.
000740
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780
000790*-----------------------------------------------------------------
000800* ONE RECORD: WHERE THE LAST COMPLETE LIST'S JOURNAL WINDOW
000810* ENDED, AND HOW MANY IT LISTED.
000820*-----------------------------------------------------------------
000830 FD  CONTROL-FILE RECORDING MODE F.
000840 01  CONTROL-REC.
000850     05  ORC-THRU-STAMP                  PIC X(16).
000860     05  FILLER                          PIC X(02).
000870     05  ORC-LISTED-COUNT                PIC 9(07).
000880
000890 FD  OUTFILE.
000900     COPY EMPREC.
000910
000920 FD  HIST-FILE RECORDING MODE F.
000930     COPY HSTREC.
000940
000950 FD  REPORT-FILE RECORDING MODE F.
000960 01  PRINT-LINE                          PIC X(132).
000970
000980*-----------------------------------------------------------------
000990* ONE SORT RECORD PER EMPLOYEE LISTED, IN DEPARTMENT AND NAME
001000* ORDER. SRT-REASON IS T, N OR D AS IN THE HEADING ABOVE.
001010*-----------------------------------------------------------------
001020 SD  SORT-FILE.
001030 01  SORT-REC.
001040     05  SRT-DEPT                        PIC X(10).
001050     05  SRT-L-NAME                      PIC X(15).
001060     05  SRT-F-NAME                      PIC X(15).
001070     05  SRT-ID                          PIC X(05).
001080     05  SRT-REASON                      PIC X(01).
001090     05  SRT-MGR-ID                      PIC X(05).
001100     05  SRT-MGR-L-NAME                  PIC X(15).
001110     05  SRT-MGR-DEPT                    PIC X(10).
001120     05  SRT-MGR-TERM-DATE               PIC X(08).
001130
001140
001150 WORKING-STORAGE SECTION.
001160 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
001170 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
001180 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
001190 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
001200
001210 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
001220     88  END-OF-FILE                              VALUE 'Y'.
001230
001240 77  WS-SORT-EOF-SW                       PIC X(01) VALUE 'N'.
001250     88  SORT-END-OF-FILE                         VALUE 'Y'.
001260
001270 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
001280 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
001290 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
001300
001310 77  WS-EMP-MAX                           PIC 9(05) COMP
001320                                          VALUE 9999.
001330 77  WS-EMP-COUNT                         PIC 9(05) COMP VALUE 0.
001340 77  WS-SUB                               PIC 9(05) COMP VALUE 0.
001350 77  WS-MGR-SUB                           PIC 9(05) COMP VALUE 0.
001360 77  WS-HIT                               PIC 9(05) COMP VALUE 0.
001370 77  WS-LO                                PIC 9(05) COMP VALUE 0.
001380 77  WS-HI                                PIC 9(05) COMP VALUE 0.
001390 77  WS-MID                               PIC 9(05) COMP VALUE 0.
001400 77  WS-FIND-ID                           PIC X(05) VALUE SPACES.
001410 77  WS-PREV-DEPT                         PIC X(10) VALUE SPACES.
001420
001430 77  WS-READ-COUNT                        PIC 9(07) COMP VALUE 0.
001440 77  WS-ACTIVE-COUNT                      PIC 9(07) COMP VALUE 0.
001450 77  WS-WITH-MGR-COUNT                    PIC 9(07) COMP VALUE 0.
001460 77  WS-HIST-COUNT                        PIC 9(07) COMP VALUE 0.
001470 77  WS-WINDOW-COUNT                      PIC 9(07) COMP VALUE 0.
001480 77  WS-XFER-COUNT                        PIC 9(07) COMP VALUE 0.
001490 77  WS-LISTED-COUNT                      PIC 9(07) COMP VALUE 0.
001500 77  WS-TERM-COUNT                        PIC 9(07) COMP VALUE 0.
001510 77  WS-GONE-COUNT                        PIC 9(07) COMP VALUE 0.
001520 77  WS-DEPT-COUNT                        PIC 9(07) COMP VALUE 0.
001530
001540*-----------------------------------------------------------------
001550* STAMPS ARE YYYYMMDD FOLLOWED BY HHMMSSHH, THE SAME AS HST-DATE
001560* AND HST-TIME. TRANSFERS ARE TAKEN FROM JOURNAL ENTRIES STAMPED
001570* AFTER WS-FROM-STAMP AND NOT AFTER WS-TO-STAMP.
001580*-----------------------------------------------------------------
001590 01  WS-RUN-STAMP.
001600     05  WS-RUN-DATE                      PIC X(08) VALUE SPACES.
001610     05  WS-RUN-TIME                      PIC X(08) VALUE SPACES.
001620
001630 01  WS-FROM-STAMP                        PIC X(16) VALUE SPACES.
001640 01  WS-TO-STAMP                          PIC X(16) VALUE SPACES.
001650
001660 01  WS-HIST-STAMP.
001670     05  WS-HIST-DATE                     PIC X(08).
001680     05  WS-HIST-TIME                     PIC X(08).
001690
001700*-----------------------------------------------------------------
001710* THE MASTER IN ID ORDER. EMP-OLD-DEPT IS THE DEPARTMENT THE
001720* EMPLOYEE WAS IN WHEN THE WINDOW OPENED - THE BEFORE IMAGE OF
001730* THEIR FIRST TRANSFER IN THE WINDOW, OR ELSE WHERE THEY ARE NOW.
001740*-----------------------------------------------------------------
001750 01  EMP-TABLE.
001760     05  EMP-ENTRY OCCURS 9999 TIMES.
001770         10  EMP-ID                      PIC X(05).
001780         10  EMP-MGR-ID                  PIC X(05).
001790         10  EMP-L-NAME                  PIC X(15).
001800         10  EMP-F-NAME                  PIC X(15).
001810         10  EMP-DEPT                    PIC X(10).
001820         10  EMP-OLD-DEPT                PIC X(10).
001830         10  EMP-STATUS                  PIC X(01).
001840             88  EMP-TERMINATED                   VALUE 'T'.
001850         10  EMP-TERM-DATE               PIC X(08).
001860         10  EMP-MOVED-SW                PIC X(01).
001870             88  EMP-MOVED                        VALUE 'Y'.
001880
001890 01  HEADING-REC-1.
001900     05  FILLER                           PIC X(35) VALUE SPACES.
001910     05  FILLER                           PIC X(36) VALUE
001920             'ORPHANED-REPORTS EXCEPTION LIST'.
001930     05  FILLER                           PIC X(10) VALUE SPACES.
001940     05  FILLER                           PIC X(05) VALUE 'PAGE '.
001950     05  HL1-PAGE-NO                      PIC ZZZ9.
001960     05  FILLER                           PIC X(42) VALUE SPACES.
001970
001980 01  HEADING-REC-2.
001990     05  FILLER                           PIC X(05) VALUE SPACES.
002000     05  FILLER                           PIC X(10) VALUE
002010             'RUN DATE: '.
002020     05  HL2-RUN-DATE                     PIC X(08).
002030     05  FILLER                           PIC X(29) VALUE
002040             '  TRANSFERS JOURNALED AFTER: '.
002050     05  HL2-FROM-DATE                    PIC X(08).
002060     05  FILLER                           PIC X(01) VALUE SPACES.
002070     05  HL2-FROM-TIME                    PIC X(08).
002080     05  FILLER                           PIC X(11) VALUE
002090             '  THROUGH: '.
002100     05  HL2-TO-DATE                      PIC X(08).
002110     05  FILLER                           PIC X(01) VALUE SPACES.
002120     05  HL2-TO-TIME                      PIC X(08).
002130     05  FILLER                           PIC X(35) VALUE SPACES.
002140
002150 01  HEADING-REC-3.
002160     05  FILLER                           PIC X(05) VALUE SPACES.
002170     05  FILLER                           PIC X(12) VALUE
002180             'DEPARTMENT'.
002190     05  FILLER                           PIC X(07) VALUE 'ID'.
002200     05  FILLER                           PIC X(16) VALUE
002210             'LAST NAME'.
002220     05  FILLER                           PIC X(17) VALUE
002230             'FIRST NAME'.
002240     05  FILLER                           PIC X(07) VALUE 'MGR'.
002250     05  FILLER                           PIC X(17) VALUE
002260             'MANAGER NAME'.
002270     05  FILLER                           PIC X(12) VALUE
002280             'MGR DEPT'.
002290     05  FILLER                           PIC X(30) VALUE
002300             'REASON'.
002310     05  FILLER                           PIC X(09) VALUE SPACES.
002320
002330 01  DETAIL-REC.
002340     05  FILLER                           PIC X(05) VALUE SPACES.
002350     05  DTL-DEPT                         PIC X(10).
002360     05  FILLER                           PIC X(02) VALUE SPACES.
002370     05  DTL-ID                           PIC X(05).
002380     05  FILLER                           PIC X(02) VALUE SPACES.
002390     05  DTL-L-NAME                       PIC X(15).
002400     05  FILLER                           PIC X(01) VALUE SPACES.
002410     05  DTL-F-NAME                       PIC X(15).
002420     05  FILLER                           PIC X(02) VALUE SPACES.
002430     05  DTL-MGR-ID                       PIC X(05).
002440     05  FILLER                           PIC X(02) VALUE SPACES.
002450     05  DTL-MGR-L-NAME                   PIC X(15).
002460     05  FILLER                           PIC X(02) VALUE SPACES.
002470     05  DTL-MGR-DEPT                     PIC X(10).
002480     05  FILLER                           PIC X(02) VALUE SPACES.
002490     05  DTL-REASON                       PIC X(30).
002500     05  FILLER                           PIC X(09) VALUE SPACES.
002510
002520 01  TOTAL-REC.
002530     05  FILLER                           PIC X(05) VALUE SPACES.
002540     05  TOT-LABEL                        PIC X(40).
002550     05  TOT-COUNT                        PIC Z,ZZZ,ZZ9.
002560     05  FILLER                           PIC X(78) VALUE SPACES.
002570
002580
002590 PROCEDURE DIVISION.
002600*-----------------------------------------------------------------
002610* 0000-MAINLINE - SETTLE THE WINDOW, LOAD THE MASTER, MARK WHO
002620* WAS TRANSFERRED IN THE WINDOW, THEN SORT AND PRINT EVERYONE
002630* WHOSE MANAGER CAN NO LONGER HAVE THEM.
002640*-----------------------------------------------------------------
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002670     PERFORM 2000-LOAD-TABLE THRU 2000-EXIT.
002680     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT.
002690     SORT SORT-FILE
002700         ON ASCENDING KEY SRT-DEPT
002710         ON ASCENDING KEY SRT-L-NAME
002720         ON ASCENDING KEY SRT-F-NAME
002730         ON ASCENDING KEY SRT-ID
002740         INPUT PROCEDURE IS 4000-SELECT-ORPHANS THRU 4000-EXIT
002750         OUTPUT PROCEDURE IS 5000-PRINT-LIST THRU 5000-EXIT.
002760     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
002770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002780     PERFORM 8200-POST-CONTROL THRU 8200-EXIT.
002790     IF WS-LISTED-COUNT > 0
002800         MOVE 4 TO RETURN-CODE
002810     END-IF
002820     GOBACK.
002830
002840*-----------------------------------------------------------------
002850* 1000-INITIALIZE - THE WINDOW STARTS WHERE THE LAST COMPLETE
002860* LIST STOPPED. NO ORPHAN.CTL MEANS NO LIST HAS BEEN PRINTED.
002870*-----------------------------------------------------------------
002880 1000-INITIALIZE.
002890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002900     ACCEPT WS-RUN-TIME FROM TIME
002910
002920     OPEN INPUT CONTROL-FILE
002930     IF FILE-STATUS-1 = '35'
002940         MOVE SPACES TO CONTROL-REC
002950     ELSE
002960         IF FILE-STATUS-1 NOT = '00'
002970             DISPLAY 'EMPORP - UNABLE TO OPEN ORPHAN.CTL - '
002980                     'STATUS ' FILE-STATUS-1
002990             MOVE 16 TO RETURN-CODE
003000             STOP RUN
003010         END-IF
003020         READ CONTROL-FILE
003030             AT END
003040                 MOVE SPACES TO CONTROL-REC
003050         END-READ
003060         CLOSE CONTROL-FILE
003070     END-IF
003080
003090     IF ORC-THRU-STAMP = SPACES
003100         MOVE WS-RUN-DATE TO WS-FROM-STAMP (1:8)
003110         MOVE '00000000'  TO WS-FROM-STAMP (9:8)
003120     ELSE
003130         MOVE ORC-THRU-STAMP TO WS-FROM-STAMP
003140     END-IF
003150     MOVE WS-RUN-STAMP TO WS-TO-STAMP
003160
003170     DISPLAY 'EMPORP - TRANSFERS AFTER: ' WS-FROM-STAMP
003180     DISPLAY 'EMPORP - THROUGH:         ' WS-TO-STAMP
003190
003200     OPEN INPUT OUTFILE
003210     IF FILE-STATUS-2 NOT = '00'
003220         DISPLAY 'EMPORP - UNABLE TO OPEN RPT.DOC - STATUS '
003230                 FILE-STATUS-2
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF
003270     OPEN OUTPUT REPORT-FILE
003280     IF FILE-STATUS-4 NOT = '00'
003290         DISPLAY 'EMPORP - UNABLE TO OPEN ORPHAN.RPT - STATUS '
003300                 FILE-STATUS-4
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF
003340
003350     MOVE WS-RUN-DATE          TO HL2-RUN-DATE
003360     MOVE WS-FROM-STAMP (1:8)  TO HL2-FROM-DATE
003370     MOVE WS-FROM-STAMP (9:8)  TO HL2-FROM-TIME
003380     MOVE WS-TO-STAMP (1:8)    TO HL2-TO-DATE
003390     MOVE WS-TO-STAMP (9:8)    TO HL2-TO-TIME
003400     MOVE WS-LINES-PER-PAGE    TO WS-LINE-COUNT.
003410 1000-EXIT.
003420     EXIT.
003430
003440*-----------------------------------------------------------------
003450* 2000-LOAD-TABLE - ONE TABLE ENTRY PER MASTER RECORD, ACTIVE OR
003460* TERMINATED, IN THE ID ORDER THE MASTER IS READ IN, SO
003470* 8000-FIND-ID CAN HALVE IT.
003480*-----------------------------------------------------------------
003490 2000-LOAD-TABLE.
003500     PERFORM 2100-READ-NEXT THRU 2100-EXIT
003510     PERFORM 2200-LOAD-ONE THRU 2200-EXIT
003520         UNTIL END-OF-FILE
003530     CLOSE OUTFILE
003540     MOVE 'N' TO WS-EOF-SW.
003550 2000-EXIT.
003560     EXIT.
003570
003580 2100-READ-NEXT.
003590     READ OUTFILE NEXT RECORD
003600         AT END
003610             MOVE 'Y' TO WS-EOF-SW
003620     END-READ.
003630 2100-EXIT.
003640     EXIT.
003650
003660 2200-LOAD-ONE.
003670     ADD 1 TO WS-READ-COUNT
003680     IF WS-EMP-COUNT >= WS-EMP-MAX
003690         DISPLAY 'EMPORP - MORE THAN ' WS-EMP-MAX
003700                 ' EMPLOYEES - TABLE FULL'
003710         MOVE 16 TO RETURN-CODE
003720         STOP RUN
003730     END-IF
003740     ADD 1 TO WS-EMP-COUNT
003750     MOVE EFR-ID        TO EMP-ID (WS-EMP-COUNT)
003760     MOVE EFR-MGR-ID    TO EMP-MGR-ID (WS-EMP-COUNT)
003770     MOVE EFR-L-NAME    TO EMP-L-NAME (WS-EMP-COUNT)
003780     MOVE EFR-F-NAME    TO EMP-F-NAME (WS-EMP-COUNT)
003790     MOVE EFR-DEPT      TO EMP-DEPT (WS-EMP-COUNT)
003800     MOVE EFR-DEPT      TO EMP-OLD-DEPT (WS-EMP-COUNT)
003810     MOVE EFR-STATUS    TO EMP-STATUS (WS-EMP-COUNT)
003820     MOVE EFR-TERM-DATE TO EMP-TERM-DATE (WS-EMP-COUNT)
003830     MOVE 'N'           TO EMP-MOVED-SW (WS-EMP-COUNT)
003840     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
003850 2200-EXIT.
003860     EXIT.
003870
003880*-----------------------------------------------------------------
003890* 3000-READ-JOURNAL - FIND EVERY DEPARTMENT CHANGE IN THE WINDOW.
003900* A MISSING JOURNAL MEANS NO TRANSFERS.
003910*-----------------------------------------------------------------
003920 3000-READ-JOURNAL.
003930     OPEN INPUT HIST-FILE
003940     IF FILE-STATUS-3 = '35'
003950         GO TO 3000-EXIT
003960     END-IF
003970     IF FILE-STATUS-3 NOT = '00'
003980         DISPLAY 'EMPORP - UNABLE TO OPEN HIST.LOG - STATUS '
003990                 FILE-STATUS-3
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF
004030     PERFORM 3100-READ-NEXT THRU 3100-EXIT
004040     PERFORM 3200-CHECK-ENTRY THRU 3200-EXIT
004050         UNTIL END-OF-FILE
004060     CLOSE HIST-FILE.
004070 3000-EXIT.
004080     EXIT.
004090
004100 3100-READ-NEXT.
004110     READ HIST-FILE
004120         AT END
004130             MOVE 'Y' TO WS-EOF-SW
004140     END-READ.
004150 3100-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------------
004190* 3200-CHECK-ENTRY - ONLY A CHANGE OF DEPARTMENT ON A RECORD THAT
004200* STAYS ON THE MASTER MATTERS HERE. ADDS (EMPTY BEFORE IMAGE),
004210* DELETES AND PURGES (EMPTY AFTER IMAGE) AND DEDUCTION
004220* MAINTENANCE (NOT AN EMPREC IMAGE AT ALL) ARE PASSED OVER. THE
004230* JOURNAL IS IN THE ORDER IT WAS WRITTEN, SO THE FIRST TRANSFER
004240* SEEN FOR AN EMPLOYEE HOLDS THEIR DEPARTMENT AT THE WINDOW OPEN.
004250*-----------------------------------------------------------------
004260 3200-CHECK-ENTRY.
004270     ADD 1 TO WS-HIST-COUNT
004280     MOVE HST-DATE TO WS-HIST-DATE
004290     MOVE HST-TIME TO WS-HIST-TIME
004300
004310     EVALUATE TRUE
004320         WHEN WS-HIST-STAMP NOT > WS-FROM-STAMP
004330         WHEN WS-HIST-STAMP > WS-TO-STAMP
004340             CONTINUE
004350         WHEN HST-ACTION (1:3) = 'DED'
004360             ADD 1 TO WS-WINDOW-COUNT
004370         WHEN HST-B-DEPT = SPACES
004380         WHEN HST-A-DEPT = SPACES
004390         WHEN HST-B-DEPT = HST-A-DEPT
004400             ADD 1 TO WS-WINDOW-COUNT
004410         WHEN OTHER
004420             ADD 1 TO WS-WINDOW-COUNT
004430             ADD 1 TO WS-XFER-COUNT
004440             MOVE HST-ID TO WS-FIND-ID
004450             PERFORM 8000-FIND-ID THRU 8000-EXIT
004460             IF WS-HIT > 0
004470                AND NOT EMP-MOVED (WS-HIT)
004480                 MOVE HST-B-DEPT TO EMP-OLD-DEPT (WS-HIT)
004490                 MOVE 'Y'        TO EMP-MOVED-SW (WS-HIT)
004500             END-IF
004510     END-EVALUATE
004520
004530     PERFORM 3100-READ-NEXT THRU 3100-EXIT.
004540 3200-EXIT.
004550     EXIT.
004560
004570*-----------------------------------------------------------------
004580* 4000-SELECT-ORPHANS - RELEASE EVERY ACTIVE EMPLOYEE WHOSE
004590* MANAGER IS TERMINATED, GONE, OR MOVED APART FROM THEM.
004600*-----------------------------------------------------------------
004610 4000-SELECT-ORPHANS.
004620     PERFORM 4100-CHECK-ONE THRU 4100-EXIT
004630         VARYING WS-SUB FROM 1 BY 1
004640         UNTIL WS-SUB > WS-EMP-COUNT.
004650 4000-EXIT.
004660     EXIT.
004670
004680 4100-CHECK-ONE.
004690     IF EMP-TERMINATED (WS-SUB)
004700         GO TO 4100-EXIT
004710     END-IF
004720     ADD 1 TO WS-ACTIVE-COUNT
004730     IF EMP-MGR-ID (WS-SUB) = SPACES
004740         GO TO 4100-EXIT
004750     END-IF
004760     ADD 1 TO WS-WITH-MGR-COUNT
004770
004780     MOVE SPACES              TO SORT-REC
004790     MOVE EMP-MGR-ID (WS-SUB) TO WS-FIND-ID
004800     PERFORM 8000-FIND-ID THRU 8000-EXIT
004810     MOVE WS-HIT TO WS-MGR-SUB
004820     EVALUATE TRUE
004830         WHEN WS-MGR-SUB = 0
004840             MOVE 'N' TO SRT-REASON
004850         WHEN EMP-TERMINATED (WS-MGR-SUB)
004860             MOVE 'T' TO SRT-REASON
004870         WHEN EMP-DEPT (WS-SUB) NOT = EMP-DEPT (WS-MGR-SUB)
004880          AND EMP-OLD-DEPT (WS-SUB) = EMP-OLD-DEPT (WS-MGR-SUB)
004890             MOVE 'D' TO SRT-REASON
004900         WHEN OTHER
004910             GO TO 4100-EXIT
004920     END-EVALUATE
004930
004940     MOVE EMP-DEPT (WS-SUB)   TO SRT-DEPT
004950     MOVE EMP-L-NAME (WS-SUB) TO SRT-L-NAME
004960     MOVE EMP-F-NAME (WS-SUB) TO SRT-F-NAME
004970     MOVE EMP-ID (WS-SUB)     TO SRT-ID
004980     MOVE EMP-MGR-ID (WS-SUB) TO SRT-MGR-ID
004990     IF WS-MGR-SUB > 0
005000         MOVE EMP-L-NAME (WS-MGR-SUB)    TO SRT-MGR-L-NAME
005010         MOVE EMP-DEPT (WS-MGR-SUB)      TO SRT-MGR-DEPT
005020         MOVE EMP-TERM-DATE (WS-MGR-SUB) TO SRT-MGR-TERM-DATE
005030     END-IF
005040     RELEASE SORT-REC.
005050 4100-EXIT.
005060     EXIT.
005070
005080*-----------------------------------------------------------------
005090* 5000-PRINT-LIST - ONE LINE PER EMPLOYEE OUT OF THE SORT, WITH A
005100* BLANK LINE BETWEEN DEPARTMENTS.
005110*-----------------------------------------------------------------
005120 5000-PRINT-LIST.
005130     PERFORM 5100-RETURN-NEXT THRU 5100-EXIT
005140     PERFORM 5200-PRINT-ONE THRU 5200-EXIT
005150         UNTIL SORT-END-OF-FILE.
005160 5000-EXIT.
005170     EXIT.
005180
005190 5100-RETURN-NEXT.
005200     RETURN SORT-FILE
005210         AT END
005220             MOVE 'Y' TO WS-SORT-EOF-SW
005230     END-RETURN.
005240 5100-EXIT.
005250     EXIT.
005260
005270 5200-PRINT-ONE.
005280     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005290         PERFORM 5900-WRITE-HEADINGS THRU 5900-EXIT
005300     ELSE
005310         IF SRT-DEPT NOT = WS-PREV-DEPT
005320             MOVE SPACES TO PRINT-LINE
005330             WRITE PRINT-LINE
005340             ADD 1 TO WS-LINE-COUNT
005350         END-IF
005360     END-IF
005370     MOVE SRT-DEPT TO WS-PREV-DEPT
005380
005390     ADD 1 TO WS-LISTED-COUNT
005400     MOVE SRT-DEPT       TO DTL-DEPT
005410     MOVE SRT-ID         TO DTL-ID
005420     MOVE SRT-L-NAME     TO DTL-L-NAME
005430     MOVE SRT-F-NAME     TO DTL-F-NAME
005440     MOVE SRT-MGR-ID     TO DTL-MGR-ID
005450     MOVE SRT-MGR-L-NAME TO DTL-MGR-L-NAME
005460     MOVE SRT-MGR-DEPT   TO DTL-MGR-DEPT
005470     EVALUATE SRT-REASON
005480         WHEN 'T'
005490             ADD 1 TO WS-TERM-COUNT
005500             MOVE 'MANAGER TERMINATED' TO DTL-REASON
005510             MOVE SRT-MGR-TERM-DATE TO DTL-REASON (20:8)
005520         WHEN 'N'
005530             ADD 1 TO WS-GONE-COUNT
005540             MOVE 'MANAGER NOT ON FILE' TO DTL-REASON
005550         WHEN 'D'
005560             ADD 1 TO WS-DEPT-COUNT
005570             MOVE 'MANAGER NOW IN ANOTHER DEPT' TO DTL-REASON
005580     END-EVALUATE
005590     WRITE PRINT-LINE FROM DETAIL-REC
005600     ADD 1 TO WS-LINE-COUNT
005610
005620     PERFORM 5100-RETURN-NEXT THRU 5100-EXIT.
005630 5200-EXIT.
005640     EXIT.
005650
005660 5900-WRITE-HEADINGS.
005670     ADD 1 TO WS-PAGE-COUNT
005680     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
005690     WRITE PRINT-LINE FROM HEADING-REC-1
005700     WRITE PRINT-LINE FROM HEADING-REC-2
005710     WRITE PRINT-LINE FROM HEADING-REC-3
005720     MOVE SPACES TO PRINT-LINE
005730     WRITE PRINT-LINE
005740     MOVE ZEROS TO WS-LINE-COUNT.
005750 5900-EXIT.
005760     EXIT.
005770
005780*-----------------------------------------------------------------
005790* 6000-WRITE-TOTALS - WHAT WAS CHECKED AND WHAT WAS LISTED, BY
005800* REASON. A NIGHT WITH NOBODY LISTED STILL PRINTS A PAGE SAYING
005810* SO, FOR HR'S FILE.
005820*-----------------------------------------------------------------
005830 6000-WRITE-TOTALS.
005840     IF WS-LINE-COUNT + 14 > WS-LINES-PER-PAGE
005850         PERFORM 5900-WRITE-HEADINGS THRU 5900-EXIT
005860     END-IF
005870     MOVE SPACES TO PRINT-LINE
005880     WRITE PRINT-LINE
005890     IF WS-LISTED-COUNT = 0
005900         MOVE 'NO ORPHANED REPORTS' TO TOT-LABEL
005910         MOVE 0 TO TOT-COUNT
005920         WRITE PRINT-LINE FROM TOTAL-REC
005930         MOVE SPACES TO PRINT-LINE
005940         WRITE PRINT-LINE
005950     END-IF
005960     MOVE 'EMPLOYEES ON THE MASTER' TO TOT-LABEL
005970     MOVE WS-READ-COUNT TO TOT-COUNT
005980     WRITE PRINT-LINE FROM TOTAL-REC
005990     MOVE '  ACTIVE' TO TOT-LABEL
006000     MOVE WS-ACTIVE-COUNT TO TOT-COUNT
006010     WRITE PRINT-LINE FROM TOTAL-REC
006020     MOVE '  ACTIVE WITH A MANAGER' TO TOT-LABEL
006030     MOVE WS-WITH-MGR-COUNT TO TOT-COUNT
006040     WRITE PRINT-LINE FROM TOTAL-REC
006050     MOVE 'JOURNAL ENTRIES READ' TO TOT-LABEL
006060     MOVE WS-HIST-COUNT TO TOT-COUNT
006070     WRITE PRINT-LINE FROM TOTAL-REC
006080     MOVE '  IN THE WINDOW' TO TOT-LABEL
006090     MOVE WS-WINDOW-COUNT TO TOT-COUNT
006100     WRITE PRINT-LINE FROM TOTAL-REC
006110     MOVE '  DEPARTMENT TRANSFERS' TO TOT-LABEL
006120     MOVE WS-XFER-COUNT TO TOT-COUNT
006130     WRITE PRINT-LINE FROM TOTAL-REC
006140     MOVE SPACES TO PRINT-LINE
006150     WRITE PRINT-LINE
006160     MOVE 'EMPLOYEES LISTED' TO TOT-LABEL
006170     MOVE WS-LISTED-COUNT TO TOT-COUNT
006180     WRITE PRINT-LINE FROM TOTAL-REC
006190     MOVE '  MANAGER TERMINATED' TO TOT-LABEL
006200     MOVE WS-TERM-COUNT TO TOT-COUNT
006210     WRITE PRINT-LINE FROM TOTAL-REC
006220     MOVE '  MANAGER NOT ON FILE' TO TOT-LABEL
006230     MOVE WS-GONE-COUNT TO TOT-COUNT
006240     WRITE PRINT-LINE FROM TOTAL-REC
006250     MOVE '  MANAGER NOW IN ANOTHER DEPT' TO TOT-LABEL
006260     MOVE WS-DEPT-COUNT TO TOT-COUNT
006270     WRITE PRINT-LINE FROM TOTAL-REC.
006280 6000-EXIT.
006290     EXIT.
006300
006310*-----------------------------------------------------------------
006320* 8000-FIND-ID - BINARY SEARCH OF THE TABLE FOR WS-FIND-ID.
006330* WS-HIT IS THE SUBSCRIPT FOUND, OR ZERO.
006340*-----------------------------------------------------------------
006350 8000-FIND-ID.
006360     MOVE 0 TO WS-HIT
006370     MOVE 1 TO WS-LO
006380     MOVE WS-EMP-COUNT TO WS-HI
006390     PERFORM 8100-HALVE THRU 8100-EXIT
006400         UNTIL WS-LO > WS-HI OR WS-HIT > 0.
006410 8000-EXIT.
006420     EXIT.
006430
006440 8100-HALVE.
006450     COMPUTE WS-MID = (WS-LO + WS-HI) / 2
006460     IF EMP-ID (WS-MID) = WS-FIND-ID
006470         MOVE WS-MID TO WS-HIT
006480     ELSE
006490         IF EMP-ID (WS-MID) < WS-FIND-ID
006500             COMPUTE WS-LO = WS-MID + 1
006510         ELSE
006520             IF WS-MID = 1
006530                 MOVE 0 TO WS-HI
006540             ELSE
006550                 COMPUTE WS-HI = WS-MID - 1
006560             END-IF
006570         END-IF
006580     END-IF.
006590 8100-EXIT.
006600     EXIT.
006610
006620*-----------------------------------------------------------------
006630* 8200-POST-CONTROL - MOVE THE WINDOW ON ONLY ONCE THE LIST IS
006640* COMPLETE AND CLOSED.
006650*-----------------------------------------------------------------
006660 8200-POST-CONTROL.
006670     OPEN OUTPUT CONTROL-FILE
006680     IF FILE-STATUS-1 NOT = '00'
006690         DISPLAY 'EMPORP - UNABLE TO OPEN ORPHAN.CTL - STATUS '
006700                 FILE-STATUS-1
006710         MOVE 16 TO RETURN-CODE
006720         STOP RUN
006730     END-IF
006740     MOVE SPACES          TO CONTROL-REC
006750     MOVE WS-TO-STAMP     TO ORC-THRU-STAMP
006760     MOVE WS-LISTED-COUNT TO ORC-LISTED-COUNT
006770     WRITE CONTROL-REC
006780     CLOSE CONTROL-FILE.
006790 8200-EXIT.
006800     EXIT.
006810
006820*-----------------------------------------------------------------
006830* 9000-TERMINATE
006840*-----------------------------------------------------------------
006850 9000-TERMINATE.
006860     DISPLAY 'EMPORP - ACTIVE WITH A MANAGER: ' WS-WITH-MGR-COUNT
006870     DISPLAY 'EMPORP - DEPARTMENT TRANSFERS:  ' WS-XFER-COUNT
006880     DISPLAY 'EMPORP - EMPLOYEES LISTED:      ' WS-LISTED-COUNT
006890     CLOSE REPORT-FILE.
006900 9000-EXIT.
006910     EXIT.
