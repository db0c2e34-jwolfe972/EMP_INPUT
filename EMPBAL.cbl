000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPBAL.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* THIS PROGRAM IS THE LAST STEP OF THE NIGHTLY RUN. IT READS THE
000180* RUN-CONTROL LEDGER (RUNCTL.LOG, CTLREC.CPY) THAT EVERY STEP
000190* POSTS ITS CONTROL TOTALS TO, CROSS-CHECKS ONE STEP AGAINST
000200* ANOTHER AND PRINTS THE BALANCING REPORT (RUNBAL.RPT):
000210*
000220*   1. ACTIVE EMPLOYEES UNLOADED BY EMPBKP, PLUS THE ADDS AND
000230*      REHIRES EMPTRN APPLIED, LESS ITS TERMINATIONS, MUST EQUAL
000240*      THE EMPLOYEES EMPEXT EXTRACTED - NOTHING ELSE TONIGHT MAY
000250*      ADD OR LOSE AN ACTIVE RECORD ON RPT.DOC.
000260*   2. THE EMPRPT ROSTER COUNT MUST EQUAL THE EXTRACT COUNT.
000270*   3. LAST NIGHT'S EXTRACT COUNT, PLUS EVERY ADD AND REHIRE ON
000280*      TODAY'S AUDIT.LOG, LESS EVERY TERMINATION AND EVERY ACTIVE
000290*      EMPLOYEE DELETED IN EMP-SCR, MUST EQUAL TONIGHT'S EXTRACT
000300*      COUNT - SO DAYTIME KEYING IS PROVEN AS WELL AS THE FEED.
000310*   4. THE AUDIT.LOG RECORD COUNT AUDRPT FOUND MUST EQUAL WHAT THE
000320*      PROGRAMS SAY THEY WROTE TO IT (EMP-SCR, EMPTRN, EMPPND,
000330*      EMPRAT, EMPXFR, EMPPUR), IN TOTAL AND FOR EACH ACTION CODE.
000340*
000350* A STEP THAT SHOULD HAVE POSTED AND DID NOT IS OUT OF BALANCE.
000360* WITH NO PRIOR RUN ON THE LEDGER, CHECK 3 IS NOT CHECKED.
000370*
000380* THE LEDGER IS APPEND-ONLY. THIS PROGRAM ENDS BY POSTING A
000390* BALANCING MARK ('B'); EVERYTHING POSTED AFTER THE LAST MARK IS
000400* TONIGHT'S RUN, AND THE EXTRACT COUNT OF THE RUN BEFORE IT IS
000410* LAST NIGHT'S. RUN AGAIN WITH NOTHING POSTED SINCE THE LAST MARK
000420* (A RESTART AT THIS STEP), IT REBALANCES THAT LAST RUN. WHEN A
000430* STEP POSTS TWICE IN ONE RUN (A RESTART), THE LATEST UNLOAD,
000440* ROSTER AND EXTRACT COUNTS STAND, AND EMPTRN AND EMPPND COUNTS
000450* POSTED BEFORE THE LATEST UNLOAD ARE ALREADY INSIDE IT. AUDIT
000460* RECORDS WRITTEN AFTER AUDRPT COUNTED THE LOG BELONG TO THE NEXT
000470* AUDIT.LOG AND ARE CARRIED TO THE NEXT RUN.
000480*
000490* RETURN CODE 0 MEANS EVERY CHECK BALANCED; 8 MEANS AT LEAST ONE
000500* CHECK IS OUT OF BALANCE (THE RUN DECK PASSES IT THROUGH AS ITS
000510* OWN EXIT CODE); 16 MEANS A FILE WOULD NOT OPEN.
000520*****************************************************************
000530*-----------------------------------------------------------------
000540* MODIFICATION HISTORY
000550*-----------------------------------------------------------------
000560* 10/15/2026 JW  ORIGINAL PROGRAM.
000570*-----------------------------------------------------------------
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620
000630     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS RCT-FILE-STATUS.
000660
000670     SELECT REPORT-FILE ASSIGN TO 'RUNBAL.RPT'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FILE-STATUS-1.
000700
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740
000750 FD  RUNCTL-FILE RECORDING MODE F.
000760     COPY CTLREC.
000770
000780 FD  REPORT-FILE RECORDING MODE F.
000790 01  PRINT-LINE                          PIC X(132).
000800
000810
000820 WORKING-STORAGE SECTION.
000830 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
000840
000850 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
000860     88  END-OF-FILE                              VALUE 'Y'.
000870
000880 77  WS-CLOSED-SW                         PIC X(01) VALUE 'N'.
000890     88  CLOSED-RUN-PRESENT                       VALUE 'Y'.
000900
000910 77  WS-REBALANCE-SW                      PIC X(01) VALUE 'N'.
000920     88  REBALANCING-LAST-RUN                     VALUE 'Y'.
000930
000940 77  WS-RECOUNT-SW                        PIC X(01) VALUE 'N'.
000950     88  AUDIT-RECOUNT                            VALUE 'Y'.
000960
000970 77  WS-TODAY                             PIC X(08) VALUE SPACES.
000980 77  WS-LEDGER-COUNT                      PIC 9(06) COMP VALUE 0.
000990 77  WS-FAIL-COUNT                        PIC 9(04) COMP VALUE 0.
001000
001010 77  WS-TX                                PIC 9(03) COMP VALUE 0.
001020 77  WS-HIT                               PIC 9(03) COMP VALUE 0.
001030 77  WS-NEW                               PIC 9(03) COMP VALUE 0.
001040 77  WS-ACTION-KEY                        PIC X(08) VALUE SPACES.
001050 77  WS-LOGGED-COUNT                      PIC 9(07) COMP VALUE 0.
001060 77  WS-WRITTEN-TOTAL                     PIC 9(07) COMP VALUE 0.
001070
001080*-----------------------------------------------------------------
001090* ONE CHECK LINE IS BUILT FROM THESE: THE DESCRIPTION, THE LEFT
001100* (EXPECTED) AND RIGHT (ACTUAL) SIDES, AND WHETHER THE CHECK CAN
001110* BE MADE - 'C' COMPARE, 'N' NOT CHECKED, 'M' A STEP DID NOT POST.
001120*-----------------------------------------------------------------
001130 77  WS-CHECK-DESC                        PIC X(50) VALUE SPACES.
001140 77  WS-LEFT                              PIC S9(09) VALUE 0.
001150 77  WS-RIGHT                             PIC S9(09) VALUE 0.
001160 77  WS-DIFF                              PIC S9(09) VALUE 0.
001170 77  WS-CHECK-STATE                       PIC X(01) VALUE SPACE.
001180     88  CHECK-COMPARE                            VALUE 'C'.
001190     88  CHECK-NOT-CHECKED                        VALUE 'N'.
001200     88  CHECK-MISSING                            VALUE 'M'.
001210
001220*-----------------------------------------------------------------
001230* RUN SEGMENTS - ENTRY 1 IS THE RUN BEING BUILT FROM THE LEDGER,
001240* ENTRY 2 THE LAST RUN CLOSED BY A BALANCING MARK. THE ACTION
001250* TABLE HOLDS, PER AUDIT ACTION CODE, THE RECORDS WRITTEN SINCE
001260* AUDRPT LAST COUNTED THE LOG (PENDING), THE RECORDS WRITTEN TO
001270* THE LOG AUDRPT COUNTED (WRITTEN) AND WHAT AUDRPT FOUND (LOGGED).
001280*-----------------------------------------------------------------
001290 01  RUN-SEGMENTS.
001300     05  SEG OCCURS 2 TIMES.
001310         10  SEG-POSTINGS                PIC 9(06) COMP.
001320         10  SEG-PRIOR-SW                PIC X(01).
001330             88  SEG-PRIOR-KNOWN                  VALUE 'Y'.
001340         10  SEG-PRIOR-EXTRACT           PIC 9(07) COMP.
001350         10  SEG-BKP-SW                  PIC X(01).
001360             88  SEG-BKP-POSTED                   VALUE 'Y'.
001370         10  SEG-BKP-UNLOAD              PIC 9(07) COMP.
001380         10  SEG-BKP-ACTIVE              PIC 9(07) COMP.
001390         10  SEG-TRN-ADD                 PIC 9(07) COMP.
001400         10  SEG-TRN-CHANGE              PIC 9(07) COMP.
001410         10  SEG-TRN-TERM                PIC 9(07) COMP.
001420         10  SEG-TRN-REHIRE              PIC 9(07) COMP.
001430         10  SEG-PND-CHANGE              PIC 9(07) COMP.
001440         10  SEG-DEL-ACTIVE              PIC 9(07) COMP.
001450         10  SEG-RPT-SW                  PIC X(01).
001460             88  SEG-RPT-POSTED                   VALUE 'Y'.
001470         10  SEG-ROSTER                  PIC 9(07) COMP.
001480         10  SEG-EXT-SW                  PIC X(01).
001490             88  SEG-EXT-POSTED                   VALUE 'Y'.
001500         10  SEG-EXTRACT                 PIC 9(07) COMP.
001510         10  SEG-AUD-SW                  PIC X(01).
001520             88  SEG-AUD-POSTED                   VALUE 'Y'.
001530         10  SEG-AUD-TOTAL               PIC 9(07) COMP.
001540         10  SEG-AUD-USED                PIC 9(03) COMP.
001550         10  SEG-AUD-ENTRY OCCURS 30 TIMES.
001560             15  SEG-A-ACTION            PIC X(08).
001570             15  SEG-A-PENDING           PIC 9(07) COMP.
001580             15  SEG-A-WRITTEN           PIC 9(07) COMP.
001590             15  SEG-A-LOGGED            PIC 9(07) COMP.
001600
001610     COPY RUNCTW.
001620
001630 01  HEADING-REC-1.
001640     05  FILLER                           PIC X(35) VALUE SPACES.
001650     05  FILLER                           PIC X(40)
001660             VALUE 'NIGHTLY RUN CONTROL BALANCING REPORT'.
001670     05  FILLER                           PIC X(10)
001680             VALUE 'RUN DATE: '.
001690     05  HL1-RUN-DATE                     PIC X(08).
001700     05  FILLER                           PIC X(39) VALUE SPACES.
001710
001720 01  SECTION-HDR-REC.
001730     05  FILLER                           PIC X(05) VALUE SPACES.
001740     05  SEC-TITLE                        PIC X(40).
001750     05  FILLER                           PIC X(87) VALUE SPACES.
001760
001770 01  STEP-LINE.
001780     05  FILLER                           PIC X(05) VALUE SPACES.
001790     05  STL-PROGRAM                      PIC X(08).
001800     05  FILLER                           PIC X(02) VALUE SPACES.
001810     05  STL-DESC                         PIC X(40).
001820     05  FILLER                           PIC X(02) VALUE SPACES.
001830     05  STL-COUNT                        PIC ZZZ,ZZZ,ZZ9.
001840     05  FILLER                           PIC X(02) VALUE SPACES.
001850     05  STL-NOTE                         PIC X(20).
001860     05  FILLER                           PIC X(42) VALUE SPACES.
001870
001880 01  CHECK-HDR-REC.
001890     05  FILLER                           PIC X(05) VALUE SPACES.
001900     05  FILLER                           PIC X(52) VALUE 'CHECK'.
001910     05  FILLER                           PIC X(13)
001920             VALUE '   EXPECTED'.
001930     05  FILLER                           PIC X(13)
001940             VALUE '     ACTUAL'.
001950     05  FILLER                           PIC X(14)
001960             VALUE '  DIFFERENCE'.
001970     05  FILLER                           PIC X(15)
001980             VALUE 'RESULT'.
001990     05  FILLER                           PIC X(20) VALUE SPACES.
002000
002010 01  CHECK-LINE.
002020     05  FILLER                           PIC X(05) VALUE SPACES.
002030     05  CKL-DESC                         PIC X(50).
002040     05  FILLER                           PIC X(02) VALUE SPACES.
002050     05  CKL-LEFT                         PIC ZZZ,ZZZ,ZZ9-.
002060     05  FILLER                           PIC X(01) VALUE SPACES.
002070     05  CKL-RIGHT                        PIC ZZZ,ZZZ,ZZ9.
002080     05  FILLER                           PIC X(02) VALUE SPACES.
002090     05  CKL-DIFF                         PIC ZZZ,ZZZ,ZZ9-.
002100     05  FILLER                           PIC X(02) VALUE SPACES.
002110     05  CKL-RESULT                       PIC X(15).
002120     05  FILLER                           PIC X(20) VALUE SPACES.
002130
002140 01  NOTE-REC.
002150     05  FILLER                           PIC X(05) VALUE SPACES.
002160     05  NTL-TEXT                         PIC X(60).
002170     05  NTL-ACTION                       PIC X(08).
002180     05  NTL-COUNT                        PIC ZZZ,ZZZ,ZZ9.
002190     05  FILLER                           PIC X(48) VALUE SPACES.
002200
002210 01  FINAL-REC.
002220     05  FILLER                           PIC X(05) VALUE SPACES.
002230     05  FNL-TEXT                         PIC X(50).
002240     05  FNL-COUNT                        PIC ZZZ,ZZ9
002250             BLANK WHEN ZERO.
002260     05  FILLER                           PIC X(70) VALUE SPACES.
002270
002280
002290 PROCEDURE DIVISION.
002300*-----------------------------------------------------------------
002310* 0000-MAINLINE
002320*-----------------------------------------------------------------
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 2000-PROCESS-LEDGER THRU 2000-EXIT
002360         UNTIL END-OF-FILE.
002370     PERFORM 3000-BALANCE THRU 3000-EXIT.
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002390     GOBACK.
002400
002410*-----------------------------------------------------------------
002420* 1000-INITIALIZE - NO LEDGER AT ALL MEANS NOTHING POSTED; EVERY
002430* CHECK THEN REPORTS ITS STEP AS NOT POSTED.
002440*-----------------------------------------------------------------
002450 1000-INITIALIZE.
002460     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002470     MOVE 'EMPBAL' TO RCT-PROGRAM
002480     INITIALIZE RUN-SEGMENTS
002490
002500     OPEN INPUT RUNCTL-FILE
002510     IF RCT-FILE-STATUS = '35'
002520         MOVE 'Y' TO WS-EOF-SW
002530     ELSE
002540         IF RCT-FILE-STATUS NOT = '00'
002550             DISPLAY 'EMPBAL - UNABLE TO OPEN RUNCTL.LOG - '
002560                     'STATUS ' RCT-FILE-STATUS
002570             MOVE 16 TO RETURN-CODE
002580             STOP RUN
002590         END-IF
002600     END-IF
002610
002620     OPEN OUTPUT REPORT-FILE
002630     IF FILE-STATUS-1 NOT = '00'
002640         DISPLAY 'EMPBAL - UNABLE TO OPEN RUNBAL.RPT - STATUS '
002650                 FILE-STATUS-1
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF
002690
002700     IF NOT END-OF-FILE
002710         PERFORM 1100-READ-LEDGER THRU 1100-EXIT
002720     END-IF.
002730 1000-EXIT.
002740     EXIT.
002750
002760 1100-READ-LEDGER.
002770     READ RUNCTL-FILE
002780         AT END
002790             MOVE 'Y' TO WS-EOF-SW
002800     END-READ.
002810 1100-EXIT.
002820     EXIT.
002830
002840*-----------------------------------------------------------------
002850* 2000-PROCESS-LEDGER - ROUTE ONE LEDGER RECORD. A BALANCING MARK
002860* CLOSES THE RUN BEING BUILT; ANYTHING ELSE IS PART OF IT.
002870*-----------------------------------------------------------------
002880 2000-PROCESS-LEDGER.
002890     ADD 1 TO WS-LEDGER-COUNT
002900     IF CTL-BALANCE-MARK
002910         PERFORM 2100-CLOSE-SEGMENT THRU 2100-EXIT
002920     ELSE
002930         ADD 1 TO SEG-POSTINGS (1)
002940         EVALUATE TRUE
002950             WHEN CTL-STEP-COUNT
002960                 PERFORM 2200-STEP-COUNT THRU 2200-EXIT
002970             WHEN CTL-AUDIT-WRITTEN
002980                 PERFORM 2300-AUDIT-WRITTEN THRU 2300-EXIT
002990             WHEN CTL-AUDIT-LOGGED
003000                 PERFORM 2400-AUDIT-LOGGED THRU 2400-EXIT
003010             WHEN OTHER
003020                 DISPLAY 'EMPBAL - UNKNOWN LEDGER RECORD TYPE '
003030                         CTL-TYPE ' FROM ' CTL-PROGRAM ' IGNORED'
003040         END-EVALUATE
003050     END-IF
003060
003070     PERFORM 1100-READ-LEDGER THRU 1100-EXIT.
003080 2000-EXIT.
003090     EXIT.
003100
003110*-----------------------------------------------------------------
003120* 2100-CLOSE-SEGMENT - A BALANCING MARK WITH NOTHING POSTED SINCE
003130* THE ONE BEFORE IT (A RESTARTED BALANCING STEP) LEAVES THE LAST
003140* CLOSED RUN AS IT WAS. OTHERWISE THE RUN JUST BUILT BECOMES THE
003150* LAST CLOSED RUN AND A NEW ONE STARTS, CARRYING FORWARD ITS
003160* EXTRACT COUNT AS THE PRIOR ACTIVE COUNT AND ANY AUDIT RECORDS
003170* WRITTEN AFTER ITS AUDIT.LOG WAS COUNTED.
003180*-----------------------------------------------------------------
003190 2100-CLOSE-SEGMENT.
003200     IF SEG-POSTINGS (1) = 0
003210         GO TO 2100-EXIT
003220     END-IF
003230
003240     MOVE SEG (1) TO SEG (2)
003250     MOVE 'Y' TO WS-CLOSED-SW
003260     INITIALIZE SEG (1)
003270
003280     IF SEG-EXT-POSTED (2)
003290         MOVE 'Y'             TO SEG-PRIOR-SW (1)
003300         MOVE SEG-EXTRACT (2) TO SEG-PRIOR-EXTRACT (1)
003310     ELSE
003320         MOVE SEG-PRIOR-SW (2)      TO SEG-PRIOR-SW (1)
003330         MOVE SEG-PRIOR-EXTRACT (2) TO SEG-PRIOR-EXTRACT (1)
003340     END-IF
003350
003360     PERFORM 2110-CARRY-PENDING THRU 2110-EXIT
003370         VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > SEG-AUD-USED (2).
003380 2100-EXIT.
003390     EXIT.
003400
003410 2110-CARRY-PENDING.
003420     IF SEG-A-PENDING (2, WS-TX) > 0
003430         ADD 1 TO SEG-AUD-USED (1)
003440         MOVE SEG-AUD-USED (1) TO WS-NEW
003450         MOVE SEG-A-ACTION (2, WS-TX)
003460           TO SEG-A-ACTION (1, WS-NEW)
003470         MOVE SEG-A-PENDING (2, WS-TX)
003480           TO SEG-A-PENDING (1, WS-NEW)
003490     END-IF.
003500 2110-EXIT.
003510     EXIT.
003520
003530*-----------------------------------------------------------------
003540* 2200-STEP-COUNT - A STEP CONTROL COUNT. A NEW UNLOAD SUPERSEDES
003550* THE FEED AND PENDING COUNTS POSTED BEFORE IT - THE BACKUP WAS
003560* TAKEN AFTER THEY WERE APPLIED, SO THEY ARE ALREADY INSIDE IT.
003570*-----------------------------------------------------------------
003580 2200-STEP-COUNT.
003590     EVALUATE TRUE
003600         WHEN CTL-PROGRAM = 'EMPBKP' AND CTL-ITEM = 'UNLOAD'
003610             MOVE 'Y'       TO SEG-BKP-SW (1)
003620             MOVE CTL-COUNT TO SEG-BKP-UNLOAD (1)
003630         WHEN CTL-PROGRAM = 'EMPBKP' AND CTL-ITEM = 'ACTIVE'
003640             MOVE 'Y'       TO SEG-BKP-SW (1)
003650             MOVE CTL-COUNT TO SEG-BKP-ACTIVE (1)
003660             MOVE 0         TO SEG-TRN-ADD (1)
003670             MOVE 0         TO SEG-TRN-CHANGE (1)
003680             MOVE 0         TO SEG-TRN-TERM (1)
003690             MOVE 0         TO SEG-TRN-REHIRE (1)
003700             MOVE 0         TO SEG-PND-CHANGE (1)
003710         WHEN CTL-PROGRAM = 'EMPTRN' AND CTL-ITEM = 'ADD'
003720             ADD CTL-COUNT  TO SEG-TRN-ADD (1)
003730         WHEN CTL-PROGRAM = 'EMPTRN' AND CTL-ITEM = 'CHANGE'
003740             ADD CTL-COUNT  TO SEG-TRN-CHANGE (1)
003750         WHEN CTL-PROGRAM = 'EMPTRN' AND CTL-ITEM = 'TERM'
003760             ADD CTL-COUNT  TO SEG-TRN-TERM (1)
003770         WHEN CTL-PROGRAM = 'EMPTRN' AND CTL-ITEM = 'REHIRE'
003780             ADD CTL-COUNT  TO SEG-TRN-REHIRE (1)
003790         WHEN CTL-PROGRAM = 'EMPPND' AND CTL-ITEM = 'CHANGE'
003800             ADD CTL-COUNT  TO SEG-PND-CHANGE (1)
003810         WHEN CTL-PROGRAM = 'EMP-SCR' AND CTL-ITEM = 'DELACT'
003820             ADD CTL-COUNT  TO SEG-DEL-ACTIVE (1)
003830         WHEN CTL-PROGRAM = 'EMPRPT' AND CTL-ITEM = 'ROSTER'
003840             MOVE 'Y'       TO SEG-RPT-SW (1)
003850             MOVE CTL-COUNT TO SEG-ROSTER (1)
003860         WHEN CTL-PROGRAM = 'EMPEXT' AND CTL-ITEM = 'EXTRACT'
003870             MOVE 'Y'       TO SEG-EXT-SW (1)
003880             MOVE CTL-COUNT TO SEG-EXTRACT (1)
003890         WHEN OTHER
003900             CONTINUE
003910     END-EVALUATE.
003920 2200-EXIT.
003930     EXIT.
003940
003950*-----------------------------------------------------------------
003960* 2300-AUDIT-WRITTEN - AUDIT RECORDS A PROGRAM SAYS IT WROTE, NOT
003970* YET COUNTED BY AUDRPT.
003980*-----------------------------------------------------------------
003990 2300-AUDIT-WRITTEN.
004000     MOVE CTL-ITEM TO WS-ACTION-KEY
004010     PERFORM 2500-FIND-ACTION THRU 2500-EXIT
004020     IF WS-HIT > 0
004030         ADD CTL-COUNT TO SEG-A-PENDING (1, WS-HIT)
004040     END-IF.
004050 2300-EXIT.
004060     EXIT.
004070
004080*-----------------------------------------------------------------
004090* 2400-AUDIT-LOGGED - WHAT AUDRPT FOUND ON AUDIT.LOG. THE TOTAL
004100* RECORD COMES FIRST: EVERYTHING WRITTEN SINCE THE LAST COUNT IS
004110* WHAT THIS LOG SHOULD HOLD. A SECOND COUNT WITH NOTHING WRITTEN
004120* IN BETWEEN IS AUDRPT RE-RUN OVER THE SAME LOG, AND REPLACES THE
004130* FIRST COUNT RATHER THAN STARTING A NEW ONE.
004140*-----------------------------------------------------------------
004150 2400-AUDIT-LOGGED.
004160     IF CTL-ITEM = 'TOTAL'
004170         MOVE 'Y' TO WS-RECOUNT-SW
004180         IF NOT SEG-AUD-POSTED (1)
004190             MOVE 'N' TO WS-RECOUNT-SW
004200         END-IF
004210         PERFORM 2410-TEST-PENDING THRU 2410-EXIT
004220             VARYING WS-TX FROM 1 BY 1
004230             UNTIL WS-TX > SEG-AUD-USED (1)
004240         MOVE 'Y'       TO SEG-AUD-SW (1)
004250         MOVE CTL-COUNT TO SEG-AUD-TOTAL (1)
004260         PERFORM 2420-START-COUNT THRU 2420-EXIT
004270             VARYING WS-TX FROM 1 BY 1
004280             UNTIL WS-TX > SEG-AUD-USED (1)
004290     ELSE
004300         MOVE CTL-ITEM TO WS-ACTION-KEY
004310         PERFORM 2500-FIND-ACTION THRU 2500-EXIT
004320         IF WS-HIT > 0
004330             ADD CTL-COUNT TO SEG-A-LOGGED (1, WS-HIT)
004340         END-IF
004350     END-IF.
004360 2400-EXIT.
004370     EXIT.
004380
004390 2410-TEST-PENDING.
004400     IF SEG-A-PENDING (1, WS-TX) > 0
004410         MOVE 'N' TO WS-RECOUNT-SW
004420     END-IF.
004430 2410-EXIT.
004440     EXIT.
004450
004460 2420-START-COUNT.
004470     IF NOT AUDIT-RECOUNT
004480         MOVE SEG-A-PENDING (1, WS-TX) TO SEG-A-WRITTEN (1, WS-TX)
004490         MOVE 0                        TO SEG-A-PENDING (1, WS-TX)
004500     END-IF
004510     MOVE 0 TO SEG-A-LOGGED (1, WS-TX).
004520 2420-EXIT.
004530     EXIT.
004540
004550*-----------------------------------------------------------------
004560* 2500-FIND-ACTION - THE RUN'S SLOT FOR WS-ACTION-KEY IN WS-HIT,
004570* OPENED THE FIRST TIME THE ACTION APPEARS. WS-HIT IS ZERO ONLY IF
004580* THE TABLE IS FULL.
004590*-----------------------------------------------------------------
004600 2500-FIND-ACTION.
004610     PERFORM 2510-LOOKUP-ACTION THRU 2510-EXIT
004620     IF WS-HIT = 0
004630         IF SEG-AUD-USED (1) < 30
004640             ADD 1 TO SEG-AUD-USED (1)
004650             MOVE SEG-AUD-USED (1) TO WS-HIT
004660             MOVE WS-ACTION-KEY    TO SEG-A-ACTION (1, WS-HIT)
004670             MOVE 0                TO SEG-A-PENDING (1, WS-HIT)
004680             MOVE 0                TO SEG-A-WRITTEN (1, WS-HIT)
004690             MOVE 0                TO SEG-A-LOGGED (1, WS-HIT)
004700         ELSE
004710             DISPLAY 'EMPBAL - ACTION TABLE FULL - ' WS-ACTION-KEY
004720                     ' NOT BALANCED'
004730         END-IF
004740     END-IF.
004750 2500-EXIT.
004760     EXIT.
004770
004780 2510-LOOKUP-ACTION.
004790     MOVE 0 TO WS-HIT
004800     PERFORM 2520-MATCH-ACTION THRU 2520-EXIT
004810         VARYING WS-TX FROM 1 BY 1
004820         UNTIL WS-TX > SEG-AUD-USED (1).
004830 2510-EXIT.
004840     EXIT.
004850
004860 2520-MATCH-ACTION.
004870     IF SEG-A-ACTION (1, WS-TX) = WS-ACTION-KEY
004880         MOVE WS-TX TO WS-HIT
004890     END-IF.
004900 2520-EXIT.
004910     EXIT.
004920
004930*-----------------------------------------------------------------
004940* 3000-BALANCE - PRINT THE STEP TOTALS AND THE CHECKS. NOTHING
004950* POSTED SINCE THE LAST MARK MEANS THIS IS A RESTART OF THE
004960* BALANCING STEP ITSELF, SO THE LAST CLOSED RUN IS BALANCED AGAIN.
004970*-----------------------------------------------------------------
004980 3000-BALANCE.
004990     CLOSE RUNCTL-FILE
005000     IF SEG-POSTINGS (1) = 0 AND CLOSED-RUN-PRESENT
005010         MOVE SEG (2) TO SEG (1)
005020         MOVE 'Y' TO WS-REBALANCE-SW
005030     END-IF
005040
005050     MOVE WS-TODAY TO HL1-RUN-DATE
005060     WRITE PRINT-LINE FROM HEADING-REC-1
005070     MOVE SPACES TO PRINT-LINE
005080     WRITE PRINT-LINE
005090     IF REBALANCING-LAST-RUN
005100         MOVE 'NOTHING POSTED SINCE THE LAST BALANCING - LAST RUN'
005110             TO NTL-TEXT
005120         MOVE ' REPEATED' TO NTL-ACTION
005130         MOVE 0 TO NTL-COUNT
005140         WRITE PRINT-LINE FROM NOTE-REC
005150         MOVE SPACES TO PRINT-LINE
005160         WRITE PRINT-LINE
005170     END-IF
005180
005190     PERFORM 3100-STEP-TOTALS THRU 3100-EXIT
005200     PERFORM 3200-RUN-CHECKS THRU 3200-EXIT
005210     PERFORM 3300-AUDIT-CHECKS THRU 3300-EXIT
005220
005230     MOVE SPACES TO PRINT-LINE
005240     WRITE PRINT-LINE
005250     IF WS-FAIL-COUNT = 0
005260         MOVE 'RUN CONTROL TOTALS IN BALANCE' TO FNL-TEXT
005270     ELSE
005280         MOVE 'RUN CONTROL TOTALS OUT OF BALANCE - CHECKS FAILED:'
005290             TO FNL-TEXT
005300         MOVE 8 TO RETURN-CODE
005310     END-IF
005320     MOVE WS-FAIL-COUNT TO FNL-COUNT
005330     WRITE PRINT-LINE FROM FINAL-REC.
005340 3000-EXIT.
005350     EXIT.
005360
005370*-----------------------------------------------------------------
005380* 3100-STEP-TOTALS - WHAT EACH STEP POSTED FOR THIS RUN.
005390*-----------------------------------------------------------------
005400 3100-STEP-TOTALS.
005410     MOVE 'STEP CONTROL TOTALS' TO SEC-TITLE
005420     WRITE PRINT-LINE FROM SECTION-HDR-REC
005430
005440     MOVE 'PRIOR'    TO STL-PROGRAM
005450     MOVE 'EMPLOYEES EXTRACTED LAST RUN' TO STL-DESC
005460     MOVE SEG-PRIOR-EXTRACT (1) TO STL-COUNT
005470     MOVE SPACES TO STL-NOTE
005480     IF NOT SEG-PRIOR-KNOWN (1)
005490         MOVE 'NO PRIOR RUN' TO STL-NOTE
005500     END-IF
005510     WRITE PRINT-LINE FROM STEP-LINE
005520
005530     MOVE 'EMPBKP'   TO STL-PROGRAM
005540     MOVE 'RECORDS UNLOADED' TO STL-DESC
005550     MOVE SEG-BKP-UNLOAD (1) TO STL-COUNT
005560     MOVE SPACES TO STL-NOTE
005570     IF NOT SEG-BKP-POSTED (1)
005580         MOVE 'NOT POSTED' TO STL-NOTE
005590     END-IF
005600     WRITE PRINT-LINE FROM STEP-LINE
005610     MOVE 'ACTIVE EMPLOYEES UNLOADED' TO STL-DESC
005620     MOVE SEG-BKP-ACTIVE (1) TO STL-COUNT
005630     WRITE PRINT-LINE FROM STEP-LINE
005640
005650     MOVE 'EMPTRN'   TO STL-PROGRAM
005660     MOVE SPACES     TO STL-NOTE
005670     MOVE 'ADDS APPLIED' TO STL-DESC
005680     MOVE SEG-TRN-ADD (1) TO STL-COUNT
005690     WRITE PRINT-LINE FROM STEP-LINE
005700     MOVE 'CHANGES APPLIED' TO STL-DESC
005710     MOVE SEG-TRN-CHANGE (1) TO STL-COUNT
005720     WRITE PRINT-LINE FROM STEP-LINE
005730     MOVE 'TERMINATIONS APPLIED' TO STL-DESC
005740     MOVE SEG-TRN-TERM (1) TO STL-COUNT
005750     WRITE PRINT-LINE FROM STEP-LINE
005760     MOVE 'REHIRES APPLIED' TO STL-DESC
005770     MOVE SEG-TRN-REHIRE (1) TO STL-COUNT
005780     WRITE PRINT-LINE FROM STEP-LINE
005790
005800     MOVE 'EMPPND'   TO STL-PROGRAM
005810     MOVE 'PENDING CHANGES APPLIED' TO STL-DESC
005820     MOVE SEG-PND-CHANGE (1) TO STL-COUNT
005830     WRITE PRINT-LINE FROM STEP-LINE
005840
005850     MOVE 'EMP-SCR'  TO STL-PROGRAM
005860     MOVE 'ACTIVE EMPLOYEES DELETED' TO STL-DESC
005870     MOVE SEG-DEL-ACTIVE (1) TO STL-COUNT
005880     WRITE PRINT-LINE FROM STEP-LINE
005890
005900     MOVE 'EMPRPT'   TO STL-PROGRAM
005910     MOVE 'EMPLOYEES ON ROSTER' TO STL-DESC
005920     MOVE SEG-ROSTER (1) TO STL-COUNT
005930     MOVE SPACES TO STL-NOTE
005940     IF NOT SEG-RPT-POSTED (1)
005950         MOVE 'NOT POSTED' TO STL-NOTE
005960     END-IF
005970     WRITE PRINT-LINE FROM STEP-LINE
005980
005990     MOVE 'EMPEXT'   TO STL-PROGRAM
006000     MOVE 'EMPLOYEES EXTRACTED' TO STL-DESC
006010     MOVE SEG-EXTRACT (1) TO STL-COUNT
006020     MOVE SPACES TO STL-NOTE
006030     IF NOT SEG-EXT-POSTED (1)
006040         MOVE 'NOT POSTED' TO STL-NOTE
006050     END-IF
006060     WRITE PRINT-LINE FROM STEP-LINE
006070
006080     MOVE 'AUDRPT'   TO STL-PROGRAM
006090     MOVE 'AUDIT.LOG RECORDS COUNTED' TO STL-DESC
006100     MOVE SEG-AUD-TOTAL (1) TO STL-COUNT
006110     MOVE SPACES TO STL-NOTE
006120     IF NOT SEG-AUD-POSTED (1)
006130         MOVE 'NOT POSTED' TO STL-NOTE
006140     END-IF
006150     WRITE PRINT-LINE FROM STEP-LINE
006160     MOVE SPACES TO PRINT-LINE
006170     WRITE PRINT-LINE.
006180 3100-EXIT.
006190     EXIT.
006200
006210*-----------------------------------------------------------------
006220* 3200-RUN-CHECKS - CHECKS 1 TO 3 ON THE ACTIVE EMPLOYEE COUNT.
006230*-----------------------------------------------------------------
006240 3200-RUN-CHECKS.
006250     MOVE 'BALANCING CHECKS' TO SEC-TITLE
006260     WRITE PRINT-LINE FROM SECTION-HDR-REC
006270     WRITE PRINT-LINE FROM CHECK-HDR-REC
006280
006290     MOVE 'BACKUP ACTIVE + ADDS + REHIRES - TERMS = EXTRACT'
006300         TO WS-CHECK-DESC
006310     COMPUTE WS-LEFT = SEG-BKP-ACTIVE (1) + SEG-TRN-ADD (1)
006320                     + SEG-TRN-REHIRE (1) - SEG-TRN-TERM (1)
006330     MOVE SEG-EXTRACT (1) TO WS-RIGHT
006340     MOVE 'C' TO WS-CHECK-STATE
006350     IF NOT SEG-BKP-POSTED (1) OR NOT SEG-EXT-POSTED (1)
006360         MOVE 'M' TO WS-CHECK-STATE
006370     END-IF
006380     PERFORM 3500-WRITE-CHECK THRU 3500-EXIT
006390
006400     MOVE 'ROSTER COUNT = EXTRACT COUNT' TO WS-CHECK-DESC
006410     MOVE SEG-ROSTER (1)  TO WS-LEFT
006420     MOVE SEG-EXTRACT (1) TO WS-RIGHT
006430     MOVE 'C' TO WS-CHECK-STATE
006440     IF NOT SEG-RPT-POSTED (1) OR NOT SEG-EXT-POSTED (1)
006450         MOVE 'M' TO WS-CHECK-STATE
006460     END-IF
006470     PERFORM 3500-WRITE-CHECK THRU 3500-EXIT
006480
006490     MOVE 'LAST RUN + AUDIT ADD+REHIRE-TERM-DELETE = EXTRACT'
006500         TO WS-CHECK-DESC
006510     MOVE SEG-PRIOR-EXTRACT (1) TO WS-LEFT
006520     MOVE 'ADD' TO WS-ACTION-KEY
006530     PERFORM 3400-LOGGED-COUNT THRU 3400-EXIT
006540     ADD WS-LOGGED-COUNT TO WS-LEFT
006550     MOVE 'REHIRE' TO WS-ACTION-KEY
006560     PERFORM 3400-LOGGED-COUNT THRU 3400-EXIT
006570     ADD WS-LOGGED-COUNT TO WS-LEFT
006580     MOVE 'TERM' TO WS-ACTION-KEY
006590     PERFORM 3400-LOGGED-COUNT THRU 3400-EXIT
006600     SUBTRACT WS-LOGGED-COUNT FROM WS-LEFT
006610     SUBTRACT SEG-DEL-ACTIVE (1) FROM WS-LEFT
006620     MOVE SEG-EXTRACT (1) TO WS-RIGHT
006630     MOVE 'C' TO WS-CHECK-STATE
006640     IF NOT SEG-AUD-POSTED (1) OR NOT SEG-EXT-POSTED (1)
006650         MOVE 'M' TO WS-CHECK-STATE
006660     END-IF
006670     IF NOT SEG-PRIOR-KNOWN (1)
006680         MOVE 'N' TO WS-CHECK-STATE
006690     END-IF
006700     PERFORM 3500-WRITE-CHECK THRU 3500-EXIT.
006710 3200-EXIT.
006720     EXIT.
006730
006740*-----------------------------------------------------------------
006750* 3300-AUDIT-CHECKS - CHECK 4: AUDIT.LOG AGAINST WHAT THE PROGRAMS
006760* WROTE, IN TOTAL AND FOR EACH ACTION CODE, THEN ANY AUDIT RECORDS
006770* WRITTEN AFTER THE LOG WAS COUNTED (CARRIED TO THE NEXT RUN).
006780*-----------------------------------------------------------------
006790 3300-AUDIT-CHECKS.
006800     MOVE 0 TO WS-WRITTEN-TOTAL
006810     PERFORM 3310-ADD-WRITTEN THRU 3310-EXIT
006820         VARYING WS-TX FROM 1 BY 1
006830         UNTIL WS-TX > SEG-AUD-USED (1)
006840
006850     MOVE 'AUDIT.LOG RECORDS = RECORDS THE PROGRAMS WROTE'
006860         TO WS-CHECK-DESC
006870     MOVE WS-WRITTEN-TOTAL  TO WS-LEFT
006880     MOVE SEG-AUD-TOTAL (1) TO WS-RIGHT
006890     MOVE 'C' TO WS-CHECK-STATE
006900     IF NOT SEG-AUD-POSTED (1)
006910         MOVE 'M' TO WS-CHECK-STATE
006920     END-IF
006930     PERFORM 3500-WRITE-CHECK THRU 3500-EXIT
006940
006950     IF SEG-AUD-POSTED (1)
006960         PERFORM 3320-ACTION-CHECK THRU 3320-EXIT
006970             VARYING WS-TX FROM 1 BY 1
006980             UNTIL WS-TX > SEG-AUD-USED (1)
006990     END-IF
007000
007010     PERFORM 3330-CARRIED-NOTE THRU 3330-EXIT
007020         VARYING WS-TX FROM 1 BY 1
007030         UNTIL WS-TX > SEG-AUD-USED (1).
007040 3300-EXIT.
007050     EXIT.
007060
007070 3310-ADD-WRITTEN.
007080     ADD SEG-A-WRITTEN (1, WS-TX) TO WS-WRITTEN-TOTAL.
007090 3310-EXIT.
007100     EXIT.
007110
007120 3320-ACTION-CHECK.
007130     IF SEG-A-WRITTEN (1, WS-TX) = 0
007140        AND SEG-A-LOGGED (1, WS-TX) = 0
007150         GO TO 3320-EXIT
007160     END-IF
007170     MOVE SPACES TO WS-CHECK-DESC
007180     MOVE '  AUDIT.LOG ACTION' TO WS-CHECK-DESC (1:20)
007190     MOVE SEG-A-ACTION (1, WS-TX) TO WS-CHECK-DESC (21:8)
007200     MOVE SEG-A-WRITTEN (1, WS-TX) TO WS-LEFT
007210     MOVE SEG-A-LOGGED (1, WS-TX)  TO WS-RIGHT
007220     MOVE 'C' TO WS-CHECK-STATE
007230     PERFORM 3500-WRITE-CHECK THRU 3500-EXIT.
007240 3320-EXIT.
007250     EXIT.
007260
007270 3330-CARRIED-NOTE.
007280     IF SEG-A-PENDING (1, WS-TX) > 0
007290         MOVE 'WRITTEN AFTER AUDIT.LOG COUNTED - CARRIED FORWARD'
007300             TO NTL-TEXT
007310         MOVE SEG-A-ACTION (1, WS-TX)  TO NTL-ACTION
007320         MOVE SEG-A-PENDING (1, WS-TX) TO NTL-COUNT
007330         WRITE PRINT-LINE FROM NOTE-REC
007340     END-IF.
007350 3330-EXIT.
007360     EXIT.
007370
007380*-----------------------------------------------------------------
007390* 3400-LOGGED-COUNT - AUDRPT'S COUNT FOR WS-ACTION-KEY, ZERO IF
007400* THE ACTION WAS NOT ON THE LOG.
007410*-----------------------------------------------------------------
007420 3400-LOGGED-COUNT.
007430     MOVE 0 TO WS-LOGGED-COUNT
007440     PERFORM 2510-LOOKUP-ACTION THRU 2510-EXIT
007450     IF WS-HIT > 0
007460         MOVE SEG-A-LOGGED (1, WS-HIT) TO WS-LOGGED-COUNT
007470     END-IF.
007480 3400-EXIT.
007490     EXIT.
007500
007510*-----------------------------------------------------------------
007520* 3500-WRITE-CHECK - ONE CHECK LINE. A CHECK OUT OF BALANCE, OR
007530* ONE WHOSE STEP DID NOT POST, COUNTS AS FAILED.
007540*-----------------------------------------------------------------
007550 3500-WRITE-CHECK.
007560     COMPUTE WS-DIFF = WS-LEFT - WS-RIGHT
007570     MOVE WS-CHECK-DESC TO CKL-DESC
007580     MOVE WS-LEFT       TO CKL-LEFT
007590     MOVE WS-RIGHT      TO CKL-RIGHT
007600     MOVE WS-DIFF       TO CKL-DIFF
007610     EVALUATE TRUE
007620         WHEN CHECK-NOT-CHECKED
007630             MOVE 'NOT CHECKED'    TO CKL-RESULT
007640         WHEN CHECK-MISSING
007650             MOVE 'STEP NOT POSTED' TO CKL-RESULT
007660             ADD 1 TO WS-FAIL-COUNT
007670         WHEN WS-DIFF = 0
007680             MOVE 'IN BALANCE'     TO CKL-RESULT
007690         WHEN OTHER
007700             MOVE 'OUT OF BALANCE' TO CKL-RESULT
007710             ADD 1 TO WS-FAIL-COUNT
007720     END-EVALUATE
007730     WRITE PRINT-LINE FROM CHECK-LINE.
007740 3500-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------------
007780* 9000-TERMINATE - MARK THE LEDGER SO THE NEXT RUN STARTS AFTER
007790* THIS ONE.
007800*-----------------------------------------------------------------
007810 9000-TERMINATE.
007820     DISPLAY 'EMPBAL - LEDGER RECORDS READ:   ' WS-LEDGER-COUNT
007830     DISPLAY 'EMPBAL - CHECKS OUT OF BALANCE: ' WS-FAIL-COUNT
007840     CLOSE REPORT-FILE
007850     MOVE 'B'           TO RCT-TYPE
007860     MOVE 'FAILED'      TO RCT-ITEM
007870     MOVE WS-FAIL-COUNT TO RCT-AMOUNT
007880     PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
007890     PERFORM 8750-POST-CONTROL THRU 8750-EXIT.
007900 9000-EXIT.
007910     EXIT.
007920
007930     COPY RUNCTP.
