000270* ALREADY ON FILE, AND A CHANGE OR DELETE MUST NAME AN ID THAT
000280* IS ON FILE. RETURN CODE 4 MEANS AT LEAST ONE TRANSACTION WAS
000290* REJECTED; 16 MEANS A REQUIRED FILE WOULD NOT OPEN.
000300* AN APPLIED 'D' ALSO FREEZES THE EMPLOYEE'S LEAVE RECORD
000310* (LEAVE.DOC) AND PRICES THE UNUSED VACATION PAYOUT OWED, SHOWN
000320* ON THE CONSOLE PER EMPLOYEE AND IN TOTAL ON TRNERR.RPT.
000330* A 'C' CARRYING AN EFFECTIVE DATE AFTER TODAY IS EDITED AS USUAL
000340* BUT HELD ON THE PENDING CHANGE FILE (PENDING.DOC, PNDREC.CPY)
000350* INSTEAD OF UPDATING THE MASTER; THE NIGHTLY EMPPND STEP APPLIES
000360* IT ON THE DAY. A SECOND HELD CHANGE FOR THE SAME EMPLOYEE AND
000370* DATE REPLACES THE FIRST.
000380* EVERY ADD, CHANGE AND REHIRE IS ALSO HELD TO THE PAY GRADE FILE
000390* (GRADE.DOC, GRDREC.CPY): THE PAY RATE MUST FALL INSIDE THE
000400* GRADE MINIMUM AND MAXIMUM (T21), AND THE GRADE MUST BE ON FILE,
000410* AND ACTIVE WHEN NEWLY ASSIGNED (T22). AN ADD MUST CARRY A GRADE;
000420* ON A CHANGE OR REHIRE A BLANK TRN-GRADE KEEPS THE MASTER'S.
000430* EACH APPLIED TRANSACTION IS POSTED TO THE RUN-CONTROL LEDGER
000440* (RUNCTL.LOG) AS IT IS APPLIED - ITS ACTION COUNTED ONCE AS
000450* APPLIED AND ONCE AS WRITTEN TO AUDIT.LOG - AHEAD OF THE
000460* CHECKPOINT, SO A RESTART NEITHER LOSES NOR DOUBLES A COUNT.
000470* EVERY ADD, CHANGE AND REHIRE THAT ASSIGNS A REPORTS-TO MANAGER
000480* (TRN-MGR-ID) IS HELD TO THE SHARED MANAGER EDIT (MGRCKW/MGRCKP):
000490* THE MANAGER MUST BE AN ACTIVE EMPLOYEE ON THE MASTER (T23) AND
000500* MAY NOT BE THE EMPLOYEE OR LEAD BACK ROUND TO THEM (T24).
000510*****************************************************************
000520*-----------------------------------------------------------------
000530* MODIFICATION HISTORY
000540*-----------------------------------------------------------------
000550* 08/22/2026 JW  ORIGINAL PROGRAM.
000560* 08/22/2026 JW  RPT.DOC NOW CARRIES AN ALTERNATE RECORD KEY ON
000570*                EFR-L-NAME; THE SELECT MUST DECLARE IT TO MATCH
000580*                THE FILE AS EMP-SCR CREATES IT.
000590* 08/22/2026 JW  EMPLOYEE STATUS LIFECYCLE: ADDS NOW WRITE AN
000600*                ACTIVE STATUS, AND THE FEED'S 'D' ACTION MARKS
000610*                THE EMPLOYEE TERMINATED (AS OF TRN-TERM-DATE,
000620*                OR THE RUN DATE WHEN BLANK) INSTEAD OF
000630*                PHYSICALLY DELETING THE MASTER RECORD.
000640* 09/03/2026 JW  HIRE AND TERMINATION DATES ARE NOW EDITED AS
000650*                REAL YYYYMMDD CALENDAR DATES THROUGH THE SHARED
000660*                DATE EDIT (DATEDW/DATEDP), MATCHING EMP-SCR. A
000670*                FUTURE HIRE DATE, A BAD CALENDAR DATE OR A TERM
000680*                DATE BEFORE THE HIRE DATE REJECTS WITH ITS OWN
000690*                REASON CODE (T13-T16).
000700* 09/03/2026 JW  ADDED THE 'R' (REHIRE) ACTION SO CORPORATE
000710*                REHIRES APPLY IN BULK INSTEAD OF REJECTING AS
000720*                DUPLICATES: THE ID MUST BE ON FILE AND
000730*                TERMINATED (T17 OTHERWISE); THE RECORD IS SET
000740*                ACTIVE FROM THE TRANSACTION FIELDS WITH THE
000750*                TERMINATION DATE CLEARED, MATCHING THE SCREEN'S
000760*                REHIRE PATH.
000770* 09/03/2026 JW  EVERY APPLIED TRANSACTION NOW ALSO WRITES A
000780*                CHANGE-HISTORY JOURNAL RECORD (HIST.LOG,
000790*                HSTREC.CPY) WITH THE FULL BEFORE AND AFTER
000800*                IMAGE OF THE EMPREC FIELDS, ALONGSIDE THE
000810*                AUDIT RECORD.
000820* 09/03/2026 JW  IN-PROGRAM CHECKPOINT AND RESTART: THE COUNT OF
000830*                TRANSACTIONS PROCESSED IS REWRITTEN TO
000840*                EMPTRN.CKP AFTER EVERY TRANSACTION, AND ON THE
000850*                NEXT RUN THAT MANY FEED RECORDS ARE SKIPPED
000860*                BEFORE APPLYING RESUMES - SO A RESTARTED
000870*                STEP015 RUN CANNOT APPLY THE SAME TRANSACTION
000880*                TWICE. THE SKIP COUNT PRINTS IN THE TRNERR.RPT
000890*                CONTROL TOTALS, AND A CLEAN END OF JOB RESETS
000900*                THE CHECKPOINT TO ZERO (THE DECK THEN RENAMES
000910*                THE FEED). ABANDONING A FAILED FEED WITHOUT
000920*                RERUNNING IT MEANS DELETING EMPTRN.CKP BY HAND.
000930* 10/15/2026 JW  LEAVE: AN APPLIED 'D' FREEZES THE EMPLOYEE'S
000940*                LEAVE.DOC RECORD (LVEREC.CPY) WITH THE UNUSED
000950*                VACATION PAYOUT OWED, THE BULK TWIN OF EMP-SCR'S
000960*                T. PAYOUT COUNT AND AMOUNT ADDED TO THE TOTALS.
000970* 10/15/2026 JW  EFFECTIVE-DATED CHANGES: TRN-EFF-DATE ON FEED.
000980*                A FUTURE-DATED 'C' IS HELD ON PENDING.DOC FOR
000990*                EMPPND AND COUNTED ON ITS OWN TOTALS LINE. A BAD
001000*                EFFECTIVE DATE REJECTS T18, A FUTURE ONE ON ANY
001010*                OTHER ACTION T19, A FAILED HOLD T20.
001020* 10/15/2026 JW  PAY GRADES: TRN-GRADE ON THE FEED, CARRIED TO THE
001030*                MASTER AND TO A HELD CHANGE. THE RATE MUST SIT
001040*                INSIDE THE GRADE RANGE (T21); A MISSING, UNKNOWN
001050*                OR NEWLY ASSIGNED INACTIVE GRADE REJECTS T22.
001060* 10/15/2026 JW  POST EACH APPLIED ADD, CHANGE, TERM AND REHIRE
001070*                AND EACH AUDIT RECORD WRITTEN TO THE RUN-CONTROL
001080*                LEDGER FOR THE NIGHTLY BALANCING STEP.
001090* 10/15/2026 JW  REPORTS-TO MANAGER: TRN-MGR-ID ON THE FEED,
001100*                CARRIED TO THE MASTER, THE JOURNAL IMAGES AND A
001110*                HELD CHANGE. A MANAGER NOT ACTIVE ON THE MASTER
001120*                REJECTS T23; ONE THAT IS THE EMPLOYEE OR CLOSES A
001130*                LOOP IN THE REPORTING CHAIN REJECTS T24.
001140*-----------------------------------------------------------------
001150
001160 ENVIRONMENT DIVISION.
001170 INPUT-OUTPUT SECTION.
001180 FILE-CONTROL.
001190
001200     SELECT TRANS-FILE ASSIGN TO 'HRFEED.DAT'
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS FILE-STATUS-1.
001230
001240     SELECT OUTFILE ASSIGN TO 'RPT.DOC'
001250         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS DYNAMIC
001270         RECORD KEY IS EFR-ID
001280         ALTERNATE RECORD KEY IS EFR-L-NAME WITH DUPLICATES
001290         FILE STATUS IS FILE-STATUS-2.
001300
001310     SELECT DEPT-FILE ASSIGN TO 'DEPT.DOC'
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS DPT-CODE
001350         FILE STATUS IS FILE-STATUS-3.
001360
001370     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS FILE-STATUS-4.
001400
001410     SELECT ERROR-REPORT ASSIGN TO 'TRNERR.RPT'
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS FILE-STATUS-5.
001440
001450     SELECT HIST-FILE ASSIGN TO 'HIST.LOG'
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS FILE-STATUS-6.
001480
001490     SELECT CKPT-FILE ASSIGN TO 'EMPTRN.CKP'
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS FILE-STATUS-7.
001520
001530     SELECT LEAVE-FILE ASSIGN TO 'LEAVE.DOC'
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS DYNAMIC
001560         RECORD KEY IS LVE-ID
001570         FILE STATUS IS FILE-STATUS-8.
001580
001590     SELECT PENDING-FILE ASSIGN TO 'PENDING.DOC'
001600         ORGANIZATION IS INDEXED
001610         ACCESS MODE IS DYNAMIC
001620         RECORD KEY IS PND-KEY
001630         FILE STATUS IS FILE-STATUS-9.
001640
001650     SELECT GRADE-FILE ASSIGN TO 'GRADE.DOC'
001660         ORGANIZATION IS INDEXED
001670         ACCESS MODE IS DYNAMIC
001680         RECORD KEY IS GRD-CODE
001690         FILE STATUS IS FILE-STATUS-10.
001700
001710     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
001720         ORGANIZATION IS LINE SEQUENTIAL
001730         FILE STATUS IS RCT-FILE-STATUS.
001740
001750
001760 DATA DIVISION.
001770 FILE SECTION.
001780
001790 FD  TRANS-FILE RECORDING MODE F.
001800     COPY TRNREC.
001810
001820 FD  OUTFILE.
001830     COPY EMPREC.
001840
001850 FD  DEPT-FILE.
001860     COPY DEPTREC.
001870
001880 FD  AUDIT-FILE RECORDING MODE F.
001890     COPY EMPAUD.
001900
001910 FD  ERROR-REPORT RECORDING MODE F.
001920 01  PRINT-LINE                          PIC X(132).
001930
001940 FD  HIST-FILE RECORDING MODE F.
001950     COPY HSTREC.
001960
001970*-----------------------------------------------------------------
001980* THE RESTART CHECKPOINT - ONE RECORD, THE COUNT OF FEED
001990* TRANSACTIONS ALREADY PROCESSED (APPLIED OR REJECTED).
002000*-----------------------------------------------------------------
002010 FD  CKPT-FILE RECORDING MODE F.
002020 01  CKPT-REC.
002030     05  CKP-PROCESSED                   PIC 9(06).
002040     05  FILLER                          PIC X(74).
002050
002060 FD  LEAVE-FILE.
002070     COPY LVEREC.
002080
002090 FD  PENDING-FILE.
002100     COPY PNDREC.
002110
002120 FD  GRADE-FILE.
002130     COPY GRDREC.
002140
002150 FD  RUNCTL-FILE RECORDING MODE F.
002160     COPY CTLREC.
002170
002180 WORKING-STORAGE SECTION.
002190 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
002200 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
002210 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
002220 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
002230 77  FILE-STATUS-5                        PIC X(02) VALUE SPACES.
002240 77  FILE-STATUS-6                        PIC X(02) VALUE SPACES.
002250 77  FILE-STATUS-7                        PIC X(02) VALUE SPACES.
002260 77  FILE-STATUS-8                        PIC X(02) VALUE SPACES.
002270 77  FILE-STATUS-9                        PIC X(02) VALUE SPACES.
002280 77  FILE-STATUS-10                       PIC X(02) VALUE SPACES.
002290
002300 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
002310     88  END-OF-FILE                              VALUE 'Y'.
002320
002330 77  WS-REJECT-SW                         PIC X(01) VALUE 'N'.
002340     88  TRANS-REJECTED                           VALUE 'Y'.
002350
002360 77  WS-DEPT-VALID-SW                     PIC X(01) VALUE 'N'.
002370     88  DEPT-CODE-VALID                          VALUE 'Y'.
002380
002390 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
002400 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
002410 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
002420
002430 77  WS-READ-COUNT                        PIC 9(06) COMP VALUE 0.
002440 77  WS-APPLIED-COUNT                     PIC 9(06) COMP VALUE 0.
002450 77  WS-REJECT-COUNT                      PIC 9(06) COMP VALUE 0.
002460 77  WS-SKIP-TARGET                       PIC 9(06) COMP VALUE 0.
002470 77  WS-SKIP-COUNT                        PIC 9(06) COMP VALUE 0.
002480
002490*-----------------------------------------------------------------
002500* LEAVE FREEZE ON TERMINATION - WHETHER LEAVE.DOC EXISTS YET, AND
002510* THE COUNT AND VALUE OF THE PAYOUTS OWED.
002520*-----------------------------------------------------------------
002530 77  WS-LEAVE-FILE-SW                     PIC X(01) VALUE 'Y'.
002540     88  LEAVE-FILE-PRESENT                       VALUE 'Y'.
002550 77  WS-FROZEN-COUNT                      PIC 9(06) COMP VALUE 0.
002560 77  WS-PAYOUT-TOTAL                      PIC 9(09)V99 VALUE 0.
002570
002580*-----------------------------------------------------------------
002590* FUTURE-DATED CHANGES HELD ON PENDING.DOC FOR THE NIGHTLY APPLY.
002600*-----------------------------------------------------------------
002610 77  WS-PENDED-COUNT                      PIC 9(06) COMP VALUE 0.
002620
002630*-----------------------------------------------------------------
002640* PAY GRADE RANGE EDIT - WHETHER GRADE.DOC EXISTS YET, AND THE
002650* GRADE THE TRANSACTION WILL LEAVE THE EMPLOYEE ON.
002660*-----------------------------------------------------------------
002670 77  WS-GRADE-FILE-SW                     PIC X(01) VALUE 'Y'.
002680     88  GRADE-FILE-PRESENT                       VALUE 'Y'.
002690 77  WS-EDIT-GRADE                        PIC X(04) VALUE SPACES.
002700
002710 77  AUDIT-ACTION-CODE                    PIC X(06) VALUE SPACES.
002720
002730*-----------------------------------------------------------------
002740* THE FEED IS APPLIED UNDER A FIXED BATCH OPERATOR ID SO THE
002750* AUDIT TRAIL SHOWS WHICH CHANGES CAME IN ON THE FEED RATHER
002760* THAN FROM A SCREEN OPERATOR.
002770*-----------------------------------------------------------------
002780 77  BATCH-OPERATOR-ID                    PIC X(08)
002790         VALUE 'HRFEED  '.
002800
002810*-----------------------------------------------------------------
002820* REASON CODES PRINTED ON THE ERROR REPORT, ONE PER EDIT.
002830*-----------------------------------------------------------------
002840 77  WS-REASON-CODE                       PIC X(03) VALUE SPACES.
002850 77  WS-REASON-TEXT                       PIC X(30) VALUE SPACES.
002860
002870 77  WS-TODAY                             PIC X(08) VALUE SPACES.
002880
002890     COPY DATEDW.
002900     COPY RUNCTW.
002910     COPY MGRCKW.
002920
002930 01  HEADING-REC-1.
002940     05  FILLER                           PIC X(35) VALUE SPACES.
002950     05  FILLER                           PIC X(32)
002960             VALUE 'HR FEED TRANSACTION ERROR REPORT'.
002970     05  FILLER                           PIC X(10) VALUE SPACES.
002980     05  FILLER                           PIC X(05) VALUE 'PAGE '.
002990     05  HL1-PAGE-NO                      PIC ZZZ9.
003000     05  FILLER                           PIC X(46) VALUE SPACES.
003010
003020 01  HEADING-REC-2.
003030     05  FILLER                           PIC X(05) VALUE SPACES.
003040     05  FILLER                           PIC X(08) VALUE
003050             'ACTION'.
003060     05  FILLER                           PIC X(07) VALUE 'ID'.
003070     05  FILLER                           PIC X(17) VALUE
003080             'LAST NAME'.
003090     05  FILLER                           PIC X(17) VALUE
003100             'FIRST NAME'.
003110     05  FILLER                           PIC X(05) VALUE
003120             'RSN'.
003130     05  FILLER                           PIC X(30) VALUE
003140             'REASON'.
003150     05  FILLER                           PIC X(43) VALUE SPACES.
003160
003170 01  ERROR-DETAIL-REC.
003180     05  FILLER                           PIC X(05) VALUE SPACES.
003190     05  EDL-ACTION                       PIC X(01).
003200     05  FILLER                           PIC X(07) VALUE SPACES.
003210     05  EDL-ID                           PIC X(05).
003220     05  FILLER                           PIC X(02) VALUE SPACES.
003230     05  EDL-L-NAME                       PIC X(15).
003240     05  FILLER                           PIC X(02) VALUE SPACES.
003250     05  EDL-F-NAME                       PIC X(15).
003260     05  FILLER                           PIC X(02) VALUE SPACES.
003270     05  EDL-REASON-CODE                  PIC X(03).
003280     05  FILLER                           PIC X(02) VALUE SPACES.
003290     05  EDL-REASON-TEXT                  PIC X(30).
003300     05  FILLER                           PIC X(43) VALUE SPACES.
003310
003320 01  TOTAL-REC-1.
003330     05  FILLER                           PIC X(05) VALUE SPACES.
003340     05  FILLER                           PIC X(24)
003350             VALUE 'TRANSACTIONS READ:      '.
003360     05  TOT-READ                         PIC ZZZ,ZZ9.
003370     05  FILLER                           PIC X(96) VALUE SPACES.
003380
003390 01  TOTAL-REC-2.
003400     05  FILLER                           PIC X(05) VALUE SPACES.
003410     05  FILLER                           PIC X(24)
003420             VALUE 'TRANSACTIONS APPLIED:   '.
003430     05  TOT-APPLIED                      PIC ZZZ,ZZ9.
003440     05  FILLER                           PIC X(96) VALUE SPACES.
003450
003460 01  TOTAL-REC-3.
003470     05  FILLER                           PIC X(05) VALUE SPACES.
003480     05  FILLER                           PIC X(24)
003490             VALUE 'TRANSACTIONS REJECTED:  '.
003500     05  TOT-REJECTED                     PIC ZZZ,ZZ9.
003510     05  FILLER                           PIC X(96) VALUE SPACES.
003520
003530 01  TOTAL-REC-4.
003540     05  FILLER                           PIC X(05) VALUE SPACES.
003550     05  FILLER                           PIC X(31)
003560             VALUE 'TRANSACTIONS SKIPPED (RESTART):'.
003570     05  TOT-SKIPPED                      PIC ZZZ,ZZ9.
003580     05  FILLER                           PIC X(89) VALUE SPACES.
003590
003600 01  TOTAL-REC-5.
003610     05  FILLER                           PIC X(05) VALUE SPACES.
003620     05  FILLER                           PIC X(31)
003630             VALUE 'LEAVE RECORDS FROZEN (TERMS):  '.
003640     05  TOT-FROZEN                       PIC ZZZ,ZZ9.
003650     05  FILLER                           PIC X(17)
003660             VALUE '   PAYOUT OWED:  '.
003670     05  TOT-PAYOUT                       PIC Z,ZZZ,ZZ9.99.
003680     05  FILLER                           PIC X(60) VALUE SPACES.
003690
003700 01  TOTAL-REC-6.
003710     05  FILLER                           PIC X(05) VALUE SPACES.
003720     05  FILLER                           PIC X(31)
003730             VALUE 'CHANGES HELD (FUTURE DATED):   '.
003740     05  TOT-PENDED                       PIC ZZZ,ZZ9.
003750     05  FILLER                           PIC X(89) VALUE SPACES.
003760
003770
003780 PROCEDURE DIVISION.
003790*-----------------------------------------------------------------
003800* 0000-MAINLINE
003810*-----------------------------------------------------------------
003820 0000-MAINLINE.
003830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003840     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
003850         UNTIL END-OF-FILE.
003860     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
003870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003880     IF WS-REJECT-COUNT > 0
003890         MOVE 4 TO RETURN-CODE
003900     END-IF.
003910     GOBACK.
003920
003930*-----------------------------------------------------------------
003940* 1000-INITIALIZE - OPEN EVERY FILE, ABENDING CLEANLY WHEN A
003950* REQUIRED INPUT WILL NOT OPEN. AUDIT.LOG IS CREATED THE FIRST
003960* TIME IT IS USED, THE SAME AS EMP-SCR DOES.
003970*-----------------------------------------------------------------
003980 1000-INITIALIZE.
003990     MOVE 'EMPTRN' TO RCT-PROGRAM
004000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
004010     OPEN INPUT TRANS-FILE
004020     IF FILE-STATUS-1 NOT = '00'
004030         DISPLAY 'EMPTRN - UNABLE TO OPEN HRFEED.DAT - STATUS '
004040                 FILE-STATUS-1
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF
004080
004090     OPEN I-O OUTFILE
004100     IF FILE-STATUS-2 NOT = '00'
004110         DISPLAY 'EMPTRN - UNABLE TO OPEN RPT.DOC - STATUS '
004120                 FILE-STATUS-2
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF
004160
004170     OPEN INPUT DEPT-FILE
004180     IF FILE-STATUS-3 NOT = '00'
004190         DISPLAY 'EMPTRN - UNABLE TO OPEN DEPT.DOC - STATUS '
004200                 FILE-STATUS-3
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF
004240
004250     OPEN EXTEND AUDIT-FILE
004260     IF FILE-STATUS-4 = '35'
004270         OPEN OUTPUT AUDIT-FILE
004280         CLOSE AUDIT-FILE
004290         OPEN EXTEND AUDIT-FILE
004300     END-IF
004310
004320     OPEN EXTEND HIST-FILE
004330     IF FILE-STATUS-6 = '35'
004340         OPEN OUTPUT HIST-FILE
004350         CLOSE HIST-FILE
004360         OPEN EXTEND HIST-FILE
004370     END-IF
004380
004390     OPEN I-O LEAVE-FILE
004400     IF FILE-STATUS-8 = '35'
004410         MOVE 'N' TO WS-LEAVE-FILE-SW
004420     ELSE
004430         IF FILE-STATUS-8 NOT = '00'
004440             DISPLAY 'EMPTRN - UNABLE TO OPEN LEAVE.DOC - STATUS '
004450                     FILE-STATUS-8
004460             MOVE 16 TO RETURN-CODE
004470             STOP RUN
004480         END-IF
004490     END-IF
004500
004510     OPEN I-O PENDING-FILE
004520     IF FILE-STATUS-9 = '35'
004530         OPEN OUTPUT PENDING-FILE
004540         CLOSE PENDING-FILE
004550         OPEN I-O PENDING-FILE
004560     END-IF
004570     IF FILE-STATUS-9 NOT = '00'
004580         DISPLAY 'EMPTRN - UNABLE TO OPEN PENDING.DOC - STATUS '
004590                 FILE-STATUS-9
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN
004620     END-IF
004630
004640     OPEN INPUT GRADE-FILE
004650     IF FILE-STATUS-10 = '35'
004660         MOVE 'N' TO WS-GRADE-FILE-SW
004670     ELSE
004680         IF FILE-STATUS-10 NOT = '00'
004690             DISPLAY 'EMPTRN - UNABLE TO OPEN GRADE.DOC - STATUS '
004700                     FILE-STATUS-10
004710             MOVE 16 TO RETURN-CODE
004720             STOP RUN
004730         END-IF
004740     END-IF
004750
004760     OPEN OUTPUT ERROR-REPORT
004770     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
004780
004790     PERFORM 1200-READ-CKPT THRU 1200-EXIT
004800     IF WS-SKIP-TARGET > 0
004810         DISPLAY 'EMPTRN - RESTART - SKIPPING ' WS-SKIP-TARGET
004820                 ' TRANSACTIONS ALREADY PROCESSED'
004830         PERFORM 1250-SKIP-APPLIED THRU 1250-EXIT
004840             UNTIL WS-SKIP-COUNT = WS-SKIP-TARGET
004850             OR END-OF-FILE
004860     END-IF
004870
004880     PERFORM 1100-READ-TRANS THRU 1100-EXIT.
004890 1000-EXIT.
004900     EXIT.
004910
004920*-----------------------------------------------------------------
004930* 1200-READ-CKPT - PICK UP THE RESTART CHECKPOINT. NO FILE, OR A
004940* FILE HOLDING ZERO, MEANS A FRESH FEED AND NOTHING TO SKIP.
004950*-----------------------------------------------------------------
004960 1200-READ-CKPT.
004970     OPEN INPUT CKPT-FILE
004980     IF FILE-STATUS-7 NOT = '00'
004990         GO TO 1200-EXIT
005000     END-IF
005010     READ CKPT-FILE
005020         AT END
005030             MOVE ZEROS TO CKP-PROCESSED
005040     END-READ
005050     IF CKP-PROCESSED IS NUMERIC
005060         MOVE CKP-PROCESSED TO WS-SKIP-TARGET
005070     END-IF
005080     CLOSE CKPT-FILE.
005090 1200-EXIT.
005100     EXIT.
005110
005120*-----------------------------------------------------------------
005130* 1250-SKIP-APPLIED - READ PAST ONE FEED RECORD THE PREVIOUS RUN
005140* ALREADY PROCESSED. SKIPPED RECORDS DO NOT COUNT AS READ - THE
005150* CONTROL TOTALS CARRY THEM ON THEIR OWN LINE.
005160*-----------------------------------------------------------------
005170 1250-SKIP-APPLIED.
005180     READ TRANS-FILE
005190         AT END
005200             MOVE 'Y' TO WS-EOF-SW
005210         NOT AT END
005220             ADD 1 TO WS-SKIP-COUNT
005230     END-READ.
005240 1250-EXIT.
005250     EXIT.
005260
005270*-----------------------------------------------------------------
005280* 1100-READ-TRANS
005290*-----------------------------------------------------------------
005300 1100-READ-TRANS.
005310     READ TRANS-FILE
005320         AT END
005330             MOVE 'Y' TO WS-EOF-SW
005340         NOT AT END
005350             ADD 1 TO WS-READ-COUNT
005360     END-READ.
005370 1100-EXIT.
005380     EXIT.
005390
005400*-----------------------------------------------------------------
005410* 2000-PROCESS-TRANS - EDIT AND APPLY ONE TRANSACTION. THE COMMON
005420* ID EDIT RUNS FIRST; THE ACTION CODE THEN ROUTES TO THE ADD,
005430* CHANGE OR DELETE PATH, EACH OF WHICH ENFORCES ITS OWN EDITS.
005440*-----------------------------------------------------------------
005450 2000-PROCESS-TRANS.
005460     MOVE 'N' TO WS-REJECT-SW
005470
005480     IF TRN-ID NOT NUMERIC
005490         MOVE 'T01' TO WS-REASON-CODE
005500         MOVE 'ID NOT 5 NUMERIC DIGITS' TO WS-REASON-TEXT
005510         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
005520     ELSE
005530         PERFORM 2050-EDIT-EFF-DATE THRU 2050-EXIT
005540     END-IF
005550
005560     IF NOT TRANS-REJECTED
005570         EVALUATE TRN-ACTION
005580             WHEN 'A'
005590                 PERFORM 2200-APPLY-ADD THRU 2200-EXIT
005600             WHEN 'C'
005610                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
005620             WHEN 'D'
005630                 PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
005640             WHEN 'R'
005650                 PERFORM 2450-APPLY-REHIRE THRU 2450-EXIT
005660             WHEN OTHER
005670                 MOVE 'T02' TO WS-REASON-CODE
005680                 MOVE 'INVALID ACTION CODE' TO WS-REASON-TEXT
005690                 PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
005700         END-EVALUATE
005710     END-IF
005720
005730*    THE LEDGER POSTING GOES AHEAD OF THE CHECKPOINT: A RESTART
005740*    REPROCESSES A TRANSACTION WHOSE CHECKPOINT WAS NOT WRITTEN,
005750*    AND FINDS IT ALREADY APPLIED (OR APPLIES IT AND COUNTS IT)
005760*    RATHER THAN LOSING A COUNT THAT WAS NEVER POSTED.
005770     PERFORM 8750-POST-CONTROL THRU 8750-EXIT
005780     PERFORM 2700-WRITE-CKPT THRU 2700-EXIT
005790
005800     PERFORM 1100-READ-TRANS THRU 1100-EXIT.
005810 2000-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------------
005850* 2050-EDIT-EFF-DATE - A NON-BLANK EFFECTIVE DATE MUST BE A REAL
005860* CALENDAR DATE, AND ONLY A CHANGE MAY BE DATED IN THE FUTURE.
005870*-----------------------------------------------------------------
005880 2050-EDIT-EFF-DATE.
005890     IF TRN-EFF-DATE = SPACES
005900         GO TO 2050-EXIT
005910     END-IF
005920     MOVE TRN-EFF-DATE TO DTE-DATE-X
005930     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
005940     IF DTE-INVALID
005950         MOVE 'T18' TO WS-REASON-CODE
005960         MOVE 'EFFECTIVE DATE NOT VALID' TO WS-REASON-TEXT
005970         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
005980         GO TO 2050-EXIT
005990     END-IF
006000     IF TRN-EFF-DATE > WS-TODAY
006010             AND TRN-ACTION NOT = 'C'
006020         MOVE 'T19' TO WS-REASON-CODE
006030         MOVE 'FUTURE DATE ONLY ON A CHANGE' TO WS-REASON-TEXT
006040         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
006050     END-IF.
006060 2050-EXIT.
006070     EXIT.
006080
006090*-----------------------------------------------------------------
006100* 2200-APPLY-ADD - REQUIRED FIELDS, ACTIVE DEPARTMENT, NO
006110* DUPLICATE ID AND A RATE INSIDE THE GRADE RANGE, THEN WRITE
006120* THE NEW MASTER RECORD AND LOG IT.
006130*-----------------------------------------------------------------
006140 2200-APPLY-ADD.
006150     PERFORM 2500-EDIT-REQUIRED THRU 2500-EXIT
006160     IF TRANS-REJECTED
006170         GO TO 2200-EXIT
006180     END-IF
006190
006200     MOVE TRN-ID TO EFR-ID
006210     READ OUTFILE KEY IS EFR-ID
006220         INVALID KEY
006230             CONTINUE
006240         NOT INVALID KEY
006250             MOVE 'T08' TO WS-REASON-CODE
006260             MOVE 'ID ALREADY ON FILE' TO WS-REASON-TEXT
006270             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
006280     END-READ
006290     IF TRANS-REJECTED
006300         GO TO 2200-EXIT
006310     END-IF
006320
006330     PERFORM 2550-CHECK-GRADE THRU 2550-EXIT
006340     IF TRANS-REJECTED
006350         GO TO 2200-EXIT
006360     END-IF
006370
006380     PERFORM 2560-CHECK-MANAGER THRU 2560-EXIT
006390     IF TRANS-REJECTED
006400         GO TO 2200-EXIT
006410     END-IF
006420
006430     MOVE SPACES TO HST-BEFORE-IMAGE
006440     MOVE ZEROS  TO HST-B-PAY-RATE
006450     MOVE SPACES TO HST-B-GRADE
006460     MOVE SPACES TO HST-B-MGR-ID
006470
006480     MOVE TRN-F-NAME    TO EFR-F-NAME
006490     MOVE TRN-L-NAME    TO EFR-L-NAME
006500     MOVE TRN-ID        TO EFR-ID
006510     MOVE TRN-DEPT      TO EFR-DEPT
006520     MOVE TRN-HIRE-DATE TO EFR-HIRE-DATE
006530     MOVE TRN-PAY-RATE  TO EFR-PAY-RATE
006540     MOVE 'A'           TO EFR-STATUS
006550     MOVE SPACES        TO EFR-TERM-DATE
006560     MOVE TRN-GRADE     TO EFR-GRADE
006570     MOVE TRN-MGR-ID    TO EFR-MGR-ID
006580
006590     WRITE EMPLOYEE-FILE-REC
006600         INVALID KEY
006610             MOVE 'T10' TO WS-REASON-CODE
006620             MOVE 'MASTER WRITE FAILED' TO WS-REASON-TEXT
006630             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
006640     END-WRITE
006650
006660     IF FILE-STATUS-2 = '00'
006670         ADD 1 TO WS-APPLIED-COUNT
006680         MOVE 'ADD' TO AUDIT-ACTION-CODE
006690         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
006700         PERFORM 2920-SET-AFTER THRU 2920-EXIT
006710         PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
006720     END-IF.
006730 2200-EXIT.
006740     EXIT.
006750
006760*-----------------------------------------------------------------
006770* 2300-APPLY-CHANGE - THE ID MUST BE ON FILE; THE SAME REQUIRED
006780* FIELD AND DEPARTMENT EDITS AS AN ADD APPLY, THEN THE RECORD IS
006790* REWRITTEN IN FULL FROM THE TRANSACTION AND LOGGED.
006800* A CHANGE EFFECTIVE AFTER TODAY IS HELD ON PENDING.DOC INSTEAD
006810* AND THE MASTER IS LEFT ALONE UNTIL EMPPND APPLIES IT.
006820*-----------------------------------------------------------------
006830 2300-APPLY-CHANGE.
006840     PERFORM 2500-EDIT-REQUIRED THRU 2500-EXIT
006850     IF TRANS-REJECTED
006860         GO TO 2300-EXIT
006870     END-IF
006880
006890     MOVE TRN-ID TO EFR-ID
006900     READ OUTFILE KEY IS EFR-ID
006910         INVALID KEY
006920             MOVE 'T09' TO WS-REASON-CODE
006930             MOVE 'ID NOT ON FILE' TO WS-REASON-TEXT
006940             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
006950     END-READ
006960     IF TRANS-REJECTED
006970         GO TO 2300-EXIT
006980     END-IF
006990
007000     PERFORM 2550-CHECK-GRADE THRU 2550-EXIT
007010     IF TRANS-REJECTED
007020         GO TO 2300-EXIT
007030     END-IF
007040
007050     PERFORM 2560-CHECK-MANAGER THRU 2560-EXIT
007060     IF TRANS-REJECTED
007070         GO TO 2300-EXIT
007080     END-IF
007090
007100     IF TRN-EFF-DATE > WS-TODAY
007110         PERFORM 2350-HOLD-CHANGE THRU 2350-EXIT
007120         GO TO 2300-EXIT
007130     END-IF
007140
007150     PERFORM 2910-SET-BEFORE THRU 2910-EXIT
007160
007170     MOVE TRN-F-NAME    TO EFR-F-NAME
007180     MOVE TRN-L-NAME    TO EFR-L-NAME
007190     MOVE TRN-DEPT      TO EFR-DEPT
007200     MOVE TRN-HIRE-DATE TO EFR-HIRE-DATE
007210     MOVE TRN-PAY-RATE  TO EFR-PAY-RATE
007220     IF TRN-GRADE NOT = SPACES
007230         MOVE TRN-GRADE TO EFR-GRADE
007240     END-IF
007250     IF TRN-MGR-ID NOT = SPACES
007260         MOVE TRN-MGR-ID TO EFR-MGR-ID
007270     END-IF
007280
007290     REWRITE EMPLOYEE-FILE-REC
007300         INVALID KEY
007310             MOVE 'T11' TO WS-REASON-CODE
007320             MOVE 'MASTER REWRITE FAILED' TO WS-REASON-TEXT
007330             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
007340     END-REWRITE
007350
007360     IF FILE-STATUS-2 = '00'
007370         ADD 1 TO WS-APPLIED-COUNT
007380         MOVE 'CHANGE' TO AUDIT-ACTION-CODE
007390         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
007400         PERFORM 2920-SET-AFTER THRU 2920-EXIT
007410         PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
007420     END-IF.
007430 2300-EXIT.
007440     EXIT.
007450
007460*-----------------------------------------------------------------
007470* 2350-HOLD-CHANGE - PUT A FUTURE-DATED CHANGE ON PENDING.DOC:
007480* THE MASTER AS IT STANDS TODAY IS THE BEFORE-IMAGE, THE
007490* TRANSACTION THE AFTER-IMAGE. A CHANGE ALREADY HELD FOR THE SAME
007500* EMPLOYEE AND DATE IS REPLACED, SO A RERUN FEED DOES NO HARM.
007510*-----------------------------------------------------------------
007520 2350-HOLD-CHANGE.
007530     MOVE TRN-ID            TO PND-ID
007540     MOVE TRN-EFF-DATE      TO PND-EFF-DATE
007550     MOVE 'P'               TO PND-STATUS
007560     MOVE BATCH-OPERATOR-ID TO PND-OPERATOR
007570     ACCEPT PND-KEYED-DATE FROM DATE YYYYMMDD
007580     ACCEPT PND-KEYED-TIME FROM TIME
007590     MOVE EFR-F-NAME        TO PND-B-F-NAME
007600     MOVE EFR-L-NAME        TO PND-B-L-NAME
007610     MOVE EFR-DEPT          TO PND-B-DEPT
007620     MOVE EFR-HIRE-DATE     TO PND-B-HIRE-DATE
007630     MOVE EFR-PAY-RATE      TO PND-B-PAY-RATE
007640     MOVE EFR-GRADE         TO PND-B-GRADE
007650     MOVE EFR-MGR-ID        TO PND-B-MGR-ID
007660     MOVE TRN-F-NAME        TO PND-A-F-NAME
007670     MOVE TRN-L-NAME        TO PND-A-L-NAME
007680     MOVE TRN-DEPT          TO PND-A-DEPT
007690     MOVE TRN-HIRE-DATE     TO PND-A-HIRE-DATE
007700     MOVE TRN-PAY-RATE      TO PND-A-PAY-RATE
007710     IF TRN-GRADE = SPACES
007720         MOVE EFR-GRADE     TO PND-A-GRADE
007730     ELSE
007740         MOVE TRN-GRADE     TO PND-A-GRADE
007750     END-IF
007760     IF TRN-MGR-ID = SPACES
007770         MOVE EFR-MGR-ID    TO PND-A-MGR-ID
007780     ELSE
007790         MOVE TRN-MGR-ID    TO PND-A-MGR-ID
007800     END-IF
007810     MOVE SPACES            TO PND-REASON
007820
007830     WRITE PENDING-REC
007840         INVALID KEY
007850             CONTINUE
007860     END-WRITE
007870     IF FILE-STATUS-9 = '22'
007880         REWRITE PENDING-REC
007890             INVALID KEY
007900                 CONTINUE
007910         END-REWRITE
007920     END-IF
007930     IF FILE-STATUS-9 NOT = '00'
007940         MOVE 'T20' TO WS-REASON-CODE
007950         MOVE 'PENDING FILE WRITE FAILED' TO WS-REASON-TEXT
007960         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
007970         GO TO 2350-EXIT
007980     END-IF
007990
008000     ADD 1 TO WS-PENDED-COUNT
008010     DISPLAY 'EMPTRN - CHANGE HELD ID ' PND-ID
008020             ' EFFECTIVE ' PND-EFF-DATE.
008030 2350-EXIT.
008040     EXIT.
008050
008060*-----------------------------------------------------------------
008070* 2400-APPLY-DELETE - THE ID MUST BE ON FILE; ONLY TRN-ID IS
008080* EDITED ON A 'D'. THE FEED'S 'D' MEANS THE EMPLOYEE LEFT, SO
008090* THE MASTER RECORD IS MARKED TERMINATED (AS OF TRN-TERM-DATE,
008100* OR THE RUN DATE WHEN THE FEED LEFT IT BLANK) RATHER THAN
008110* PHYSICALLY DELETED - DELETION IS A SCREEN-SIDE CORRECTION
008120* TOOL FOR RECORDS KEYED IN ERROR.
008130*-----------------------------------------------------------------
008140 2400-APPLY-DELETE.
008150     MOVE TRN-ID TO EFR-ID
008160     READ OUTFILE KEY IS EFR-ID
008170         INVALID KEY
008180             MOVE 'T09' TO WS-REASON-CODE
008190             MOVE 'ID NOT ON FILE' TO WS-REASON-TEXT
008200             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
008210     END-READ
008220     IF TRANS-REJECTED
008230         GO TO 2400-EXIT
008240     END-IF
008250
008260*    A KEYED TERMINATION DATE MUST BE A REAL CALENDAR DATE ON OR
008270*    AFTER THE EMPLOYEE'S HIRE DATE; A BLANK ONE STILL DEFAULTS
008280*    TO THE RUN DATE.
008290     IF TRN-TERM-DATE NOT = SPACES
008300         MOVE TRN-TERM-DATE TO DTE-DATE-X
008310         PERFORM 8500-EDIT-DATE THRU 8500-EXIT
008320         IF DTE-INVALID
008330             MOVE 'T15' TO WS-REASON-CODE
008340             MOVE 'TERM DATE NOT A VALID DATE' TO WS-REASON-TEXT
008350             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
008360             GO TO 2400-EXIT
008370         END-IF
008380         IF TRN-TERM-DATE < EFR-HIRE-DATE
008390             MOVE 'T16' TO WS-REASON-CODE
008400             MOVE 'TERM DATE BEFORE HIRE DATE' TO WS-REASON-TEXT
008410             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
008420             GO TO 2400-EXIT
008430         END-IF
008440     END-IF
008450
008460     PERFORM 2910-SET-BEFORE THRU 2910-EXIT
008470     MOVE 'T' TO EFR-STATUS
008480     IF TRN-TERM-DATE = SPACES
008490         ACCEPT EFR-TERM-DATE FROM DATE YYYYMMDD
008500     ELSE
008510         MOVE TRN-TERM-DATE TO EFR-TERM-DATE
008520     END-IF
008530
008540     REWRITE EMPLOYEE-FILE-REC
008550         INVALID KEY
008560             MOVE 'T12' TO WS-REASON-CODE
008570             MOVE 'MASTER TERMINATE FAILED' TO WS-REASON-TEXT
008580             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
008590     END-REWRITE
008600
008610     IF FILE-STATUS-2 = '00'
008620         ADD 1 TO WS-APPLIED-COUNT
008630         MOVE 'TERM' TO AUDIT-ACTION-CODE
008640         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
008650         PERFORM 2920-SET-AFTER THRU 2920-EXIT
008660         PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
008670         PERFORM 2420-FREEZE-LEAVE THRU 2420-EXIT
008680     END-IF.
008690 2400-EXIT.
008700     EXIT.
008710
008720*-----------------------------------------------------------------
008730* 2420-FREEZE-LEAVE - STOP THE TERMINATED EMPLOYEE'S LEAVE RECORD
008740* AS OF THE TERMINATION DATE AND PRICE THE UNUSED VACATION AT THE
008750* PAY RATE ON FILE, THE SAME AS EMP-SCR'S 2736. NO LEAVE FILE OR
008760* NO RECORD MEANS NOTHING ACCRUED AND NOTHING OWED; A RECORD
008770* ALREADY FROZEN (A RESTARTED FEED) IS LEFT AS IT IS.
008780*-----------------------------------------------------------------
008790 2420-FREEZE-LEAVE.
008800     IF NOT LEAVE-FILE-PRESENT
008810         GO TO 2420-EXIT
008820     END-IF
008830     MOVE EFR-ID TO LVE-ID
008840     READ LEAVE-FILE KEY IS LVE-ID
008850         INVALID KEY
008860             GO TO 2420-EXIT
008870     END-READ
008880     IF LVE-FROZEN
008890         GO TO 2420-EXIT
008900     END-IF
008910
008920     MOVE 'F'           TO LVE-STATUS
008930     MOVE EFR-TERM-DATE TO LVE-FROZEN-DATE
008940     MOVE EFR-PAY-RATE  TO LVE-PAYOUT-RATE
008950     COMPUTE LVE-PAYOUT-AMOUNT ROUNDED =
008960             LVE-VAC-BALANCE * LVE-PAYOUT-RATE
008970     REWRITE LEAVE-BAL-REC
008980         INVALID KEY
008990             DISPLAY 'EMPTRN - LEAVE.DOC REWRITE FAILED - STATUS '
009000                     FILE-STATUS-8 ' ID ' LVE-ID
009010             GO TO 2420-EXIT
009020     END-REWRITE
009030
009040     ADD 1 TO WS-FROZEN-COUNT
009050     ADD LVE-PAYOUT-AMOUNT TO WS-PAYOUT-TOTAL
009060     DISPLAY 'EMPTRN - LEAVE FROZEN ID ' LVE-ID
009070             ' VACATION HOURS ' LVE-VAC-BALANCE
009080             ' PAYOUT OWED ' LVE-PAYOUT-AMOUNT.
009090 2420-EXIT.
009100     EXIT.
009110
009120*-----------------------------------------------------------------
009130* 2450-APPLY-REHIRE - BRING A TERMINATED EMPLOYEE BACK: THE SAME
009140* REQUIRED-FIELD AND DATE EDITS AS AN ADD OR CHANGE APPLY, THE
009150* ID MUST BE ON FILE AND THE RECORD MUST BE TERMINATED. THE
009160* MASTER IS REWRITTEN IN FULL FROM THE TRANSACTION WITH
009170* TRN-HIRE-DATE AS THE NEW HIRE DATE, SET ACTIVE AND THE OLD
009180* TERMINATION DATE CLEARED, THEN LOGGED - THE BULK TWIN OF THE
009190* SCREEN'S R (REHIRE) CHOICE.
009200*-----------------------------------------------------------------
009210 2450-APPLY-REHIRE.
009220     PERFORM 2500-EDIT-REQUIRED THRU 2500-EXIT
009230     IF TRANS-REJECTED
009240         GO TO 2450-EXIT
009250     END-IF
009260
009270     MOVE TRN-ID TO EFR-ID
009280     READ OUTFILE KEY IS EFR-ID
009290         INVALID KEY
009300             MOVE 'T09' TO WS-REASON-CODE
009310             MOVE 'ID NOT ON FILE' TO WS-REASON-TEXT
009320             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
009330     END-READ
009340     IF TRANS-REJECTED
009350         GO TO 2450-EXIT
009360     END-IF
009370
009380     IF NOT EFR-TERMINATED
009390         MOVE 'T17' TO WS-REASON-CODE
009400         MOVE 'EMPLOYEE NOT TERMINATED' TO WS-REASON-TEXT
009410         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
009420         GO TO 2450-EXIT
009430     END-IF
009440
009450     PERFORM 2550-CHECK-GRADE THRU 2550-EXIT
009460     IF TRANS-REJECTED
009470         GO TO 2450-EXIT
009480     END-IF
009490
009500     PERFORM 2560-CHECK-MANAGER THRU 2560-EXIT
009510     IF TRANS-REJECTED
009520         GO TO 2450-EXIT
009530     END-IF
009540
009550     PERFORM 2910-SET-BEFORE THRU 2910-EXIT
009560     MOVE TRN-F-NAME    TO EFR-F-NAME
009570     MOVE TRN-L-NAME    TO EFR-L-NAME
009580     MOVE TRN-DEPT      TO EFR-DEPT
009590     MOVE TRN-HIRE-DATE TO EFR-HIRE-DATE
009600     MOVE TRN-PAY-RATE  TO EFR-PAY-RATE
009610     IF TRN-GRADE NOT = SPACES
009620         MOVE TRN-GRADE TO EFR-GRADE
009630     END-IF
009640     IF TRN-MGR-ID NOT = SPACES
009650         MOVE TRN-MGR-ID TO EFR-MGR-ID
009660     END-IF
009670     MOVE 'A'           TO EFR-STATUS
009680     MOVE SPACES        TO EFR-TERM-DATE
009690
009700     REWRITE EMPLOYEE-FILE-REC
009710         INVALID KEY
009720             MOVE 'T11' TO WS-REASON-CODE
009730             MOVE 'MASTER REWRITE FAILED' TO WS-REASON-TEXT
009740             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
009750     END-REWRITE
009760
009770     IF FILE-STATUS-2 = '00'
009780         ADD 1 TO WS-APPLIED-COUNT
009790         MOVE 'REHIRE' TO AUDIT-ACTION-CODE
009800         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
009810         PERFORM 2920-SET-AFTER THRU 2920-EXIT
009820         PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
009830     END-IF.
009840 2450-EXIT.
009850     EXIT.
009860
009870*-----------------------------------------------------------------
009880* 2500-EDIT-REQUIRED - THE REQUIRED-FIELD AND DEPARTMENT EDITS
009890* SHARED BY THE ADD AND CHANGE PATHS, MATCHING WHAT EMP-SCR
009900* ENFORCES ON THE ENTRY AND MAINTENANCE SCREENS. THE FIRST EDIT
009910* THAT FAILS REJECTS THE TRANSACTION.
009920*-----------------------------------------------------------------
009930 2500-EDIT-REQUIRED.
009940     IF TRN-F-NAME = SPACES
009950         MOVE 'T03' TO WS-REASON-CODE
009960         MOVE 'FIRST NAME MISSING' TO WS-REASON-TEXT
009970         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
009980         GO TO 2500-EXIT
009990     END-IF
010000
010010     IF TRN-L-NAME = SPACES
010020         MOVE 'T04' TO WS-REASON-CODE
010030         MOVE 'LAST NAME MISSING' TO WS-REASON-TEXT
010040         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
010050         GO TO 2500-EXIT
010060     END-IF
010070
010080     IF TRN-HIRE-DATE = SPACES
010090         MOVE 'T05' TO WS-REASON-CODE
010100         MOVE 'HIRE DATE MISSING' TO WS-REASON-TEXT
010110         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
010120         GO TO 2500-EXIT
010130     END-IF
010140
010150     MOVE TRN-HIRE-DATE TO DTE-DATE-X
010160     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
010170     IF DTE-INVALID
010180         MOVE 'T13' TO WS-REASON-CODE
010190         MOVE 'HIRE DATE NOT A VALID DATE' TO WS-REASON-TEXT
010200         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
010210         GO TO 2500-EXIT
010220     END-IF
010230
010240     IF TRN-HIRE-DATE > WS-TODAY
010250         MOVE 'T14' TO WS-REASON-CODE
010260         MOVE 'HIRE DATE IN THE FUTURE' TO WS-REASON-TEXT
010270         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
010280         GO TO 2500-EXIT
010290     END-IF
010300
010310     IF TRN-PAY-RATE NOT NUMERIC OR TRN-PAY-RATE = ZEROS
010320         MOVE 'T06' TO WS-REASON-CODE
010330         MOVE 'PAY RATE MISSING OR NOT NUMERIC'
010340             TO WS-REASON-TEXT
010350         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
010360         GO TO 2500-EXIT
010370     END-IF
010380
010390     PERFORM 2600-CHECK-DEPT THRU 2600-EXIT
010400     IF NOT DEPT-CODE-VALID
010410         MOVE 'T07' TO WS-REASON-CODE
010420         MOVE 'DEPT NOT ON FILE OR INACTIVE' TO WS-REASON-TEXT
010430         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
010440     END-IF.
010450 2500-EXIT.
010460     EXIT.
010470
010480*-----------------------------------------------------------------
010490* 2550-CHECK-GRADE - THE PAY RATE MUST FALL INSIDE THE RANGE OF
010500* THE GRADE THE EMPLOYEE WILL BE ON - THE EDIT EMP-SCR APPLIES.
010510* AN ADD MUST CARRY A GRADE; ON A CHANGE OR REHIRE A BLANK
010520* TRN-GRADE KEEPS THE GRADE ON THE MASTER RECORD JUST READ, AND AN
010530* EMPLOYEE WITH NO GRADE YET IS NOT RANGE CHECKED. A GRADE BEING
010540* NEWLY ASSIGNED MUST BE ACTIVE; AN EMPLOYEE ALREADY ON A GRADE
010550* SINCE DEACTIVATED IS STILL HELD TO ITS RANGE.
010560*-----------------------------------------------------------------
010570 2550-CHECK-GRADE.
010580     MOVE TRN-GRADE TO WS-EDIT-GRADE
010590     IF TRN-GRADE = SPACES AND TRN-ACTION NOT = 'A'
010600         MOVE EFR-GRADE TO WS-EDIT-GRADE
010610     END-IF
010620
010630     IF WS-EDIT-GRADE = SPACES
010640         IF TRN-ACTION = 'A'
010650             MOVE 'T22' TO WS-REASON-CODE
010660             MOVE 'PAY GRADE MISSING' TO WS-REASON-TEXT
010670             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
010680         END-IF
010690         GO TO 2550-EXIT
010700     END-IF
010710
010720     IF NOT GRADE-FILE-PRESENT
010730         MOVE 'T22' TO WS-REASON-CODE
010740         MOVE 'GRADE NOT ON FILE OR INACTIVE' TO WS-REASON-TEXT
010750         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
010760         GO TO 2550-EXIT
010770     END-IF
010780     MOVE WS-EDIT-GRADE TO GRD-CODE
010790     READ GRADE-FILE KEY IS GRD-CODE
010800         INVALID KEY
010810             MOVE 'T22' TO WS-REASON-CODE
010820             MOVE 'GRADE NOT ON FILE OR INACTIVE'
010830                 TO WS-REASON-TEXT
010840             PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
010850             GO TO 2550-EXIT
010860     END-READ
010870
010880     IF NOT GRD-ACTIVE
010890             AND (TRN-ACTION = 'A'
010900               OR WS-EDIT-GRADE NOT = EFR-GRADE)
010910         MOVE 'T22' TO WS-REASON-CODE
010920         MOVE 'GRADE NOT ON FILE OR INACTIVE' TO WS-REASON-TEXT
010930         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
010940         GO TO 2550-EXIT
010950     END-IF
010960
010970     IF TRN-PAY-RATE < GRD-MIN-RATE OR TRN-PAY-RATE > GRD-MAX-RATE
010980         MOVE 'T21' TO WS-REASON-CODE
010990         MOVE 'PAY RATE OUTSIDE GRADE RANGE' TO WS-REASON-TEXT
011000         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
011010     END-IF.
011020 2550-EXIT.
011030     EXIT.
011040
011050*-----------------------------------------------------------------
011060* 2560-CHECK-MANAGER - THE REPORTS-TO MANAGER BEING ASSIGNED MUST
011070* BE AN ACTIVE EMPLOYEE ON THE MASTER AND MAY NOT BE THE EMPLOYEE
011080* OR LEAD BACK ROUND TO THEM - THE EDIT EMP-SCR APPLIES. A BLANK
011090* TRN-MGR-ID IS NO MANAGER ON AN ADD AND KEEPS THE MASTER'S
011100* MANAGER ON A CHANGE OR REHIRE; A KEPT OR RE-SENT MANAGER IS NOT
011110* EDITED AGAIN - ONE SINCE TERMINATED OR MOVED IS REPORTED ON THE
011120* ORPHANED-REPORTS LIST RATHER THAN HOLDING UP THE FEED.
011130*-----------------------------------------------------------------
011140 2560-CHECK-MANAGER.
011150     IF TRN-MGR-ID = SPACES
011160         GO TO 2560-EXIT
011170     END-IF
011180     IF TRN-ACTION NOT = 'A' AND TRN-MGR-ID = EFR-MGR-ID
011190         GO TO 2560-EXIT
011200     END-IF
011210
011220     MOVE TRN-ID     TO MGC-EMP-ID
011230     MOVE TRN-MGR-ID TO MGC-MGR-ID
011240     PERFORM 8600-CHECK-MANAGER THRU 8600-EXIT
011250     IF MGC-NOT-ACTIVE
011260         MOVE 'T23' TO WS-REASON-CODE
011270         MOVE 'MANAGER NOT ACTIVE ON FILE' TO WS-REASON-TEXT
011280         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
011290         GO TO 2560-EXIT
011300     END-IF
011310     IF MGC-LOOPS
011320         MOVE 'T24' TO WS-REASON-CODE
011330         MOVE 'MANAGER CHAIN LOOPS BACK' TO WS-REASON-TEXT
011340         PERFORM 3000-REJECT-TRANS THRU 3000-EXIT
011350     END-IF.
011360 2560-EXIT.
011370     EXIT.
011380
011390*-----------------------------------------------------------------
011400* 2600-CHECK-DEPT - TRN-DEPT MUST BE AN ACTIVE CODE ON THE
011410* DEPARTMENT REFERENCE FILE, THE SAME EDIT EMP-SCR APPLIES.
011420*-----------------------------------------------------------------
011430 2600-CHECK-DEPT.
011440     MOVE 'N' TO WS-DEPT-VALID-SW
011450     IF TRN-DEPT = SPACES
011460         GO TO 2600-EXIT
011470     END-IF
011480     MOVE TRN-DEPT TO DPT-CODE
011490     READ DEPT-FILE KEY IS DPT-CODE
011500         INVALID KEY
011510             CONTINUE
011520         NOT INVALID KEY
011530             IF DPT-ACTIVE
011540                 MOVE 'Y' TO WS-DEPT-VALID-SW
011550             END-IF
011560     END-READ.
011570 2600-EXIT.
011580     EXIT.
011590
011600*-----------------------------------------------------------------
011610* 2700-WRITE-CKPT - REWRITE THE RESTART CHECKPOINT AFTER EVERY
011620* TRANSACTION: SKIPPED-ON-RESTART PLUS PROCESSED THIS RUN. THE
011630* FILE IS REOPENED OUTPUT EACH TIME SO IT ONLY EVER HOLDS THE
011640* ONE CURRENT RECORD, AND AN ABEND AT ANY POINT LEAVES A COUNT
011650* NO HIGHER THAN THE WORK ACTUALLY COMPLETED.
011660*-----------------------------------------------------------------
011670 2700-WRITE-CKPT.
011680     OPEN OUTPUT CKPT-FILE
011690     MOVE SPACES TO CKPT-REC
011700     COMPUTE CKP-PROCESSED = WS-SKIP-COUNT + WS-READ-COUNT
011710     WRITE CKPT-REC
011720     IF FILE-STATUS-7 NOT = '00'
011730         DISPLAY 'EMPTRN - ERROR WRITING CHECKPOINT - STATUS '
011740                 FILE-STATUS-7
011750     END-IF
011760     CLOSE CKPT-FILE.
011770 2700-EXIT.
011780     EXIT.
011790
011800*-----------------------------------------------------------------
011810* 2750-RESET-CKPT - A CLEAN END OF JOB ZEROES THE CHECKPOINT SO
011820* THE NEXT FEED STARTS AT TRANSACTION ONE. THE RUN DECK RENAMES
011830* THE APPLIED FEED RIGHT AFTER, SO A ZERO CHECKPOINT AND A
011840* FRESH HRFEED.DAT ALWAYS GO TOGETHER.
011850*-----------------------------------------------------------------
011860 2750-RESET-CKPT.
011870     OPEN OUTPUT CKPT-FILE
011880     MOVE SPACES TO CKPT-REC
011890     MOVE ZEROS  TO CKP-PROCESSED
011900     WRITE CKPT-REC
011910     CLOSE CKPT-FILE.
011920 2750-EXIT.
011930     EXIT.
011940
011950*-----------------------------------------------------------------
011960* 2800-WRITE-AUDIT - LOG ONE APPLIED TRANSACTION TO AUDIT.LOG
011970* UNDER THE BATCH OPERATOR ID.
011980*-----------------------------------------------------------------
011990 2800-WRITE-AUDIT.
012000     ACCEPT AUD-DATE FROM DATE YYYYMMDD
012010     ACCEPT AUD-TIME FROM TIME
012020     MOVE BATCH-OPERATOR-ID TO AUD-OPERATOR
012030     MOVE AUDIT-ACTION-CODE TO AUD-ACTION
012040     MOVE TRN-ID            TO AUD-ID
012050
012060     MOVE 'C'               TO RCT-TYPE
012070     MOVE AUDIT-ACTION-CODE TO RCT-ITEM
012080     MOVE 1                 TO RCT-AMOUNT
012090     PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
012100
012110     WRITE AUDIT-REC.
012120
012130     IF FILE-STATUS-4 IS NOT EQUAL TO '00'
012140         DISPLAY 'EMPTRN - ERROR WRITING AUDIT RECORD - STATUS '
012150                 FILE-STATUS-4
012160     ELSE
012170         MOVE 'W' TO RCT-TYPE
012180         PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
012190     END-IF.
012200 2800-EXIT.
012210     EXIT.
012220
012230*-----------------------------------------------------------------
012240* 2900-WRITE-HISTORY - ONE CHANGE-HISTORY JOURNAL RECORD TO
012250* HIST.LOG ALONGSIDE EVERY APPLIED TRANSACTION, CARRYING THE
012260* BEFORE AND AFTER IMAGE THE CALLER HAS ALREADY FILLED
012270* (2910/2920; THE MISSING BEFORE IMAGE OF AN ADD IS LEFT EMPTY -
012280* SPACES WITH A ZERO PAY RATE, AS HSTREC DESCRIBES). SAME
012290* JOURNAL EMP-SCR AND EMPRAT WRITE.
012300*-----------------------------------------------------------------
012310 2900-WRITE-HISTORY.
012320     ACCEPT HST-DATE FROM DATE YYYYMMDD
012330     ACCEPT HST-TIME FROM TIME
012340     MOVE BATCH-OPERATOR-ID TO HST-OPERATOR
012350     MOVE AUDIT-ACTION-CODE TO HST-ACTION
012360     MOVE TRN-ID            TO HST-ID
012370
012380     WRITE HIST-REC.
012390
012400     IF FILE-STATUS-6 IS NOT EQUAL TO '00'
012410         DISPLAY 'EMPTRN - ERROR WRITING HISTORY RECORD - '
012420                 'STATUS ' FILE-STATUS-6
012430     END-IF.
012440 2900-EXIT.
012450     EXIT.
012460
012470*-----------------------------------------------------------------
012480* 2910-SET-BEFORE - CAPTURE THE MASTER RECORD JUST READ AS THE
012490* JOURNAL BEFORE IMAGE, AHEAD OF THE MOVES THAT OVERWRITE IT.
012500*-----------------------------------------------------------------
012510 2910-SET-BEFORE.
012520     MOVE EFR-F-NAME    TO HST-B-F-NAME
012530     MOVE EFR-L-NAME    TO HST-B-L-NAME
012540     MOVE EFR-DEPT      TO HST-B-DEPT
012550     MOVE EFR-HIRE-DATE TO HST-B-HIRE-DATE
012560     MOVE EFR-PAY-RATE  TO HST-B-PAY-RATE
012570     MOVE EFR-STATUS    TO HST-B-STATUS
012580     MOVE EFR-TERM-DATE TO HST-B-TERM-DATE
012590     MOVE EFR-GRADE     TO HST-B-GRADE
012600     MOVE EFR-MGR-ID    TO HST-B-MGR-ID.
012610 2910-EXIT.
012620     EXIT.
012630
012640*-----------------------------------------------------------------
012650* 2920-SET-AFTER - CAPTURE THE MASTER RECORD AS JUST WRITTEN AS
012660* THE JOURNAL AFTER IMAGE.
012670*-----------------------------------------------------------------
012680 2920-SET-AFTER.
012690     MOVE EFR-F-NAME    TO HST-A-F-NAME
012700     MOVE EFR-L-NAME    TO HST-A-L-NAME
012710     MOVE EFR-DEPT      TO HST-A-DEPT
012720     MOVE EFR-HIRE-DATE TO HST-A-HIRE-DATE
012730     MOVE EFR-PAY-RATE  TO HST-A-PAY-RATE
012740     MOVE EFR-STATUS    TO HST-A-STATUS
012750     MOVE EFR-TERM-DATE TO HST-A-TERM-DATE
012760     MOVE EFR-GRADE     TO HST-A-GRADE
012770     MOVE EFR-MGR-ID    TO HST-A-MGR-ID.
012780 2920-EXIT.
012790     EXIT.
012800
012810*-----------------------------------------------------------------
012820* 3000-REJECT-TRANS - ONE ERROR REPORT LINE PER REJECTED
012830* TRANSACTION, BREAKING TO NEW HEADINGS EVERY WS-LINES-PER-PAGE
012840* DETAIL LINES THE SAME WAY EMPRPT PAGINATES.
012850*-----------------------------------------------------------------
012860 3000-REJECT-TRANS.
012870     MOVE 'Y' TO WS-REJECT-SW
012880     ADD 1 TO WS-REJECT-COUNT
012890
012900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
012910         PERFORM 3100-WRITE-HEADINGS THRU 3100-EXIT
012920     END-IF
012930
012940     MOVE TRN-ACTION     TO EDL-ACTION
012950     MOVE TRN-ID         TO EDL-ID
012960     MOVE TRN-L-NAME     TO EDL-L-NAME
012970     MOVE TRN-F-NAME     TO EDL-F-NAME
012980     MOVE WS-REASON-CODE TO EDL-REASON-CODE
012990     MOVE WS-REASON-TEXT TO EDL-REASON-TEXT
013000     WRITE PRINT-LINE FROM ERROR-DETAIL-REC
013010     ADD 1 TO WS-LINE-COUNT.
013020 3000-EXIT.
013030     EXIT.
013040
013050 3100-WRITE-HEADINGS.
013060     ADD 1 TO WS-PAGE-COUNT
013070     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
013080     WRITE PRINT-LINE FROM HEADING-REC-1
013090     WRITE PRINT-LINE FROM HEADING-REC-2
013100     MOVE SPACES TO PRINT-LINE
013110     WRITE PRINT-LINE
013120     MOVE ZEROS TO WS-LINE-COUNT.
013130 3100-EXIT.
013140     EXIT.
013150
013160*-----------------------------------------------------------------
013170* 8000-WRITE-TOTALS - CONTROL TOTALS AT THE END OF THE REPORT SO
013180* THE FEED COUNTS CAN BE BALANCED AGAINST CORPORATE HR'S COUNTS.
013190*-----------------------------------------------------------------
013200 8000-WRITE-TOTALS.
013210     IF WS-PAGE-COUNT = 0
013220         PERFORM 3100-WRITE-HEADINGS THRU 3100-EXIT
013230     END-IF
013240     MOVE WS-READ-COUNT    TO TOT-READ
013250     MOVE WS-APPLIED-COUNT TO TOT-APPLIED
013260     MOVE WS-REJECT-COUNT  TO TOT-REJECTED
013270     MOVE WS-SKIP-COUNT    TO TOT-SKIPPED
013280     MOVE WS-FROZEN-COUNT  TO TOT-FROZEN
013290     MOVE WS-PAYOUT-TOTAL  TO TOT-PAYOUT
013300     MOVE WS-PENDED-COUNT  TO TOT-PENDED
013310     MOVE SPACES TO PRINT-LINE
013320     WRITE PRINT-LINE
013330     WRITE PRINT-LINE FROM TOTAL-REC-1
013340     WRITE PRINT-LINE FROM TOTAL-REC-2
013350     WRITE PRINT-LINE FROM TOTAL-REC-3
013360     WRITE PRINT-LINE FROM TOTAL-REC-4
013370     WRITE PRINT-LINE FROM TOTAL-REC-5
013380     WRITE PRINT-LINE FROM TOTAL-REC-6.
013390 8000-EXIT.
013400     EXIT.
013410
013420     COPY DATEDP.
013430
013440     COPY MGRCKP.
013450
013460     COPY RUNCTP.
013470
013480*-----------------------------------------------------------------
013490* 9000-TERMINATE
013500*-----------------------------------------------------------------
013510 9000-TERMINATE.
013520     DISPLAY 'EMPTRN - TRANSACTIONS READ:     ' WS-READ-COUNT
013530     DISPLAY 'EMPTRN - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
013540     DISPLAY 'EMPTRN - TRANSACTIONS REJECTED: ' WS-REJECT-COUNT
013550     DISPLAY 'EMPTRN - TRANSACTIONS SKIPPED:  ' WS-SKIP-COUNT
013560     DISPLAY 'EMPTRN - LEAVE RECORDS FROZEN:  ' WS-FROZEN-COUNT
013570     DISPLAY 'EMPTRN - LEAVE PAYOUT OWED:     ' WS-PAYOUT-TOTAL
013580     DISPLAY 'EMPTRN - CHANGES HELD:         ' WS-PENDED-COUNT
013590     PERFORM 2750-RESET-CKPT THRU 2750-EXIT
013600     CLOSE TRANS-FILE
013610     CLOSE OUTFILE
013620     CLOSE DEPT-FILE
013630     CLOSE AUDIT-FILE
013640     CLOSE HIST-FILE
013650     CLOSE ERROR-REPORT
013660     IF LEAVE-FILE-PRESENT
013670         CLOSE LEAVE-FILE
013680     END-IF
013690     CLOSE PENDING-FILE
013700     IF GRADE-FILE-PRESENT
013710         CLOSE GRADE-FILE
013720     END-IF.
013730 9000-EXIT.
013740     EXIT.
