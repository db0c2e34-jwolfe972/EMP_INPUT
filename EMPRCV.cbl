000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPRCV.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* FORWARD RECOVERY OF THE EMPLOYEE MASTER FILE (RPT.DOC). THIS
000180* PROGRAM RELOADS RPT.DOC FROM A DATED BACKUP GENERATION TAKEN BY
000190* THE NIGHTLY RUN (COPIED TO RCVBKP.SEQ) AND THEN REPLAYS THE
000200* CHANGE-HISTORY JOURNAL (HIST.LOG, HSTREC) WRITTEN AFTER THAT
000210* GENERATION WAS TAKEN, SO THE CHANGES KEYED SINCE THE BACKUP DO
000220* NOT HAVE TO BE KEYED AGAIN. IT PRINTS THE RECOVERY REPORT
000230* (RECOVER.RPT) FOR SIGN-OFF BEFORE USERS GO BACK ON.
000240*
000250* THE FIRST RECORD OF RECOVER.PRM CARRIES:
000260*
000270*   COLUMNS  1-8   THE GENERATION DATE (YYYYMMDD) - REQUIRED
000280*   COLUMNS 10-17  STOP DATE (YYYYMMDD) - BLANK REPLAYS TO THE
000290*                  END OF THE JOURNAL
000300*   COLUMNS 19-24  STOP TIME (HHMMSS) - BLANK MEANS END OF DAY
000310*   COLUMNS 26-33  REPLAY-FROM DATE (YYYYMMDD) - NORMALLY BLANK
000320*   COLUMNS 35-40  REPLAY-FROM TIME (HHMMSS)
000330*
000340* THE JOURNAL IS REPLAYED FROM THE MOMENT THE GENERATION WAS
000350* UNLOADED, TAKEN FROM THE EMPBKP UNLOAD POSTING FOR THAT DATE ON
000360* THE RUN-CONTROL LEDGER (RUNCTL.LOG). WHEN THE LEDGER NO LONGER
000370* CARRIES IT (OR THE RUN CROSSED MIDNIGHT BETWEEN THE UNLOAD AND
000380* THE COPY OF THE GENERATION), THE REPLAY-FROM DATE AND TIME ON
000390* THE CARD ARE USED INSTEAD. ENTRIES UP TO AND INCLUDING THE STOP
000400* DATE AND TIME ARE REPLAYED.
000410*
000420* EACH EMPLOYEE ENTRY IS APPLIED BY ITS IMAGES, NOT ITS ACTION
000430* CODE: AN EMPTY BEFORE IMAGE IS AN ADD, AN EMPTY AFTER IMAGE A
000440* DELETE OR PURGE, ANYTHING ELSE REPLACES THE RECORD WITH THE
000441* AFTER IMAGE. AN IMAGE IS EMPTY WHEN ITS LAST NAME IS BLANK (THE
000442* PAY RATE OF AN EMPTY IMAGE IS JOURNALED AS ZEROS, NOT SPACES).
000450* THE BEFORE IMAGE IS FIRST COMPARED WITH THE RECORD
000460* ON FILE; A DIFFERENCE (OR A RECORD MISSING OR ALREADY PRESENT)
000470* IS LISTED AS A MISMATCH WITH BOTH IMAGES AND THE JOURNAL ENTRY
000480* IS APPLIED ANYWAY - THE JOURNAL IS THE RECORD OF WHAT THE USERS
000490* DID. DEDUCTION MAINTENANCE ENTRIES BELONG TO DEDUCT.DOC AND ARE
000500* SKIPPED.
000510*
000520* RUN IT THROUGH THE RECOVERY_RUN DECK, WITH EMP-SCR AND THE
000530* BATCH STEPS DOWN. THE RELOAD REPLACES RPT.DOC IN FULL, SO A
000540* RECOVERY THAT STOPS PART WAY IS SIMPLY RUN AGAIN.
000550*
000560* RETURN CODE 0 MEANS THE MASTER WAS REBUILT WITH NO MISMATCHES;
000570* 4 MEANS IT WAS REBUILT BUT MISMATCHES ARE LISTED FOR REVIEW;
000580* 16 MEANS A BAD CARD, NO REPLAY POINT, A FILE THAT WOULD NOT
000590* OPEN OR AN I/O ERROR ON THE MASTER.
000600*****************************************************************
000610*-----------------------------------------------------------------
000620* MODIFICATION HISTORY
000630*-----------------------------------------------------------------
000640* 10/15/2026 JW  ORIGINAL PROGRAM.
000641* 10/15/2026 JW  THE REPORTS-TO MANAGER IS RESTORED FROM THE
000642*                JOURNAL IMAGES, COMPARED AND SHOWN ON THE
000643*                MISMATCH LINES; BACKUP RECORD LENGTHENED TO
000644*                MATCH.
000650*-----------------------------------------------------------------
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700
000710     SELECT PARM-FILE ASSIGN TO 'RECOVER.PRM'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FILE-STATUS-1.
000740
000750     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FILE-STATUS-2.
000780
000790     SELECT BACKUP-FILE ASSIGN TO 'RCVBKP.SEQ'
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FILE-STATUS-3.
000820
000830     SELECT OUTFILE ASSIGN TO 'RPT.DOC'
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS EFR-ID
000870         ALTERNATE RECORD KEY IS EFR-L-NAME WITH DUPLICATES
000880         FILE STATUS IS FILE-STATUS-4.
000890
000900     SELECT HIST-FILE ASSIGN TO 'HIST.LOG'
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FILE-STATUS-5.
000930
000940     SELECT REPORT-FILE ASSIGN TO 'RECOVER.RPT'
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS FILE-STATUS-6.
000970
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010
001020 FD  PARM-FILE RECORDING MODE F.
001030 01  PARM-REC.
001040     05  PRM-GENERATION                  PIC X(08).
001050     05  FILLER                          PIC X(01).
001060     05  PRM-STOP-DATE                   PIC X(08).
001070     05  FILLER                          PIC X(01).
001080     05  PRM-STOP-TIME                   PIC X(06).
001090     05  FILLER                          PIC X(01).
001100     05  PRM-FROM-DATE                   PIC X(08).
001110     05  FILLER                          PIC X(01).
001120     05  PRM-FROM-TIME                   PIC X(06).
001130     05  FILLER                          PIC X(40).
001140
001150 FD  RUNCTL-FILE RECORDING MODE F.
001160     COPY CTLREC.
001170
001180*-----------------------------------------------------------------
001190* THE BACKUP CARRIES THE MASTER RECORD AS-IS, ONE PER LINE.
001200*-----------------------------------------------------------------
001210 FD  BACKUP-FILE RECORDING MODE F.
001220 01  BACKUP-REC                          PIC X(96).
001230
001240 FD  OUTFILE.
001250     COPY EMPREC.
001260
001270 FD  HIST-FILE RECORDING MODE F.
001280     COPY HSTREC.
001290
001300 FD  REPORT-FILE RECORDING MODE F.
001310 01  PRINT-LINE                          PIC X(132).
001320
001330
001340 WORKING-STORAGE SECTION.
001350 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
001360 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
001370 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
001380 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
001390 77  FILE-STATUS-5                        PIC X(02) VALUE SPACES.
001400 77  FILE-STATUS-6                        PIC X(02) VALUE SPACES.
001410
001420 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
001430     88  END-OF-FILE                              VALUE 'Y'.
001440
001450 77  WS-FOUND-SW                          PIC X(01) VALUE 'N'.
001460     88  RECORD-FOUND                             VALUE 'Y'.
001470
001480 77  WS-MISMATCH-SW                       PIC X(01) VALUE 'N'.
001490     88  IMAGE-MISMATCH                           VALUE 'Y'.
001500
001510 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
001520 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
001530 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
001540
001550 77  WS-LOADED-COUNT                      PIC 9(06) COMP VALUE 0.
001560 77  WS-LOADED-ACTIVE                     PIC 9(06) COMP VALUE 0.
001570 77  WS-HIST-COUNT                        PIC 9(06) COMP VALUE 0.
001580 77  WS-EARLY-COUNT                       PIC 9(06) COMP VALUE 0.
001590 77  WS-LATE-COUNT                        PIC 9(06) COMP VALUE 0.
001600 77  WS-DED-COUNT                         PIC 9(06) COMP VALUE 0.
001610 77  WS-REPLAY-COUNT                      PIC 9(06) COMP VALUE 0.
001620 77  WS-MISMATCH-COUNT                    PIC 9(06) COMP VALUE 0.
001630 77  WS-FINAL-COUNT                       PIC 9(06) COMP VALUE 0.
001640 77  WS-FINAL-ACTIVE                      PIC 9(06) COMP VALUE 0.
001650 77  WS-FINAL-TERM                        PIC 9(06) COMP VALUE 0.
001660
001670 77  WS-AX                                PIC 9(02) COMP VALUE 0.
001680 77  WS-TX                                PIC 9(02) COMP VALUE 0.
001690 77  WS-DIFF-PTR                          PIC 9(02) COMP VALUE 1.
001700
001710*-----------------------------------------------------------------
001720* REPLAY WINDOW - JOURNAL ENTRIES STAMPED AFTER WS-FROM-STAMP AND
001730* NOT AFTER WS-STOP-STAMP (YYYYMMDD FOLLOWED BY HHMMSSHH, THE SAME
001740* AS HST-DATE AND HST-TIME) ARE REPLAYED.
001750*-----------------------------------------------------------------
001760 01  WS-FROM-STAMP.
001770     05  WS-FROM-DATE                     PIC X(08) VALUE SPACES.
001780     05  WS-FROM-TIME                     PIC X(08) VALUE SPACES.
001790
001800 01  WS-STOP-STAMP.
001810     05  WS-STOP-DATE                     PIC X(08) VALUE SPACES.
001820     05  WS-STOP-TIME                     PIC X(08) VALUE SPACES.
001830
001840 01  WS-HIST-STAMP.
001850     05  WS-HIST-DATE                     PIC X(08).
001860     05  WS-HIST-TIME                     PIC X(08).
001870
001880 01  WS-LAST-STAMP                        PIC X(16) VALUE SPACES.
001890
001900 01  WS-TIME-EDIT.
001910     05  WS-TIME-HH                       PIC 9(02).
001920     05  WS-TIME-MM                       PIC 9(02).
001930     05  WS-TIME-SS                       PIC 9(02).
001940 01  WS-TIME-X REDEFINES WS-TIME-EDIT     PIC X(06).
001950 77  WS-TIME-VALID-SW                     PIC X(01) VALUE 'N'.
001960     88  TIME-VALID                               VALUE 'Y'.
001970
001980 01  WS-RESULT                            PIC X(18) VALUE SPACES.
001990 01  WS-DIFF-LIST                         PIC X(48) VALUE SPACES.
002000
002010 01  WS-ACTION-TABLE.
002020     05  WS-ACT-ENTRY OCCURS 20 TIMES.
002030         10  WS-ACT-CODE                  PIC X(06).
002040         10  WS-ACT-COUNT                 PIC 9(06) COMP.
002050
002060     COPY DATEDW.
002070
002080 01  HEADING-REC-1.
002090     05  FILLER                           PIC X(35) VALUE SPACES.
002100     05  FILLER                           PIC X(34)
002110             VALUE 'EMPLOYEE MASTER RECOVERY REPORT'.
002120     05  FILLER                           PIC X(08) VALUE SPACES.
002130     05  FILLER                           PIC X(05) VALUE 'PAGE '.
002140     05  HL1-PAGE-NO                      PIC ZZZ9.
002150     05  FILLER                           PIC X(46) VALUE SPACES.
002160
002170 01  HEADING-REC-2.
002180     05  FILLER                           PIC X(05) VALUE SPACES.
002190     05  FILLER                           PIC X(12)
002200             VALUE 'GENERATION: '.
002210     05  HL2-GENERATION                   PIC X(08).
002220     05  FILLER                           PIC X(04) VALUE SPACES.
002230     05  FILLER                           PIC X(15)
002240             VALUE 'JOURNAL AFTER: '.
002250     05  HL2-FROM-DATE                    PIC X(08).
002260     05  FILLER                           PIC X(01) VALUE SPACES.
002270     05  HL2-FROM-TIME                    PIC X(08).
002280     05  FILLER                           PIC X(04) VALUE SPACES.
002290     05  FILLER                           PIC X(09)
002300             VALUE 'THROUGH: '.
002310     05  HL2-STOP                         PIC X(17).
002320     05  FILLER                           PIC X(41) VALUE SPACES.
002330
002340 01  HEADING-REC-3.
002350     05  FILLER                           PIC X(05) VALUE SPACES.
002360     05  FILLER                           PIC X(10) VALUE 'DATE'.
002370     05  FILLER                           PIC X(10) VALUE 'TIME'.
002380     05  FILLER                           PIC X(10)
002390             VALUE 'OPERATOR'.
002400     05  FILLER                           PIC X(08)
002410             VALUE 'ACTION'.
002420     05  FILLER                           PIC X(06) VALUE 'ID'.
002430     05  FILLER                           PIC X(16)
002440             VALUE 'LAST NAME'.
002450     05  FILLER                           PIC X(19)
002460             VALUE 'RESULT'.
002470     05  FILLER                           PIC X(48)
002480             VALUE 'FIELDS NOT MATCHING THE JOURNAL BEFORE IMAGE'.
002490
002500 01  DETAIL-REC.
002510     05  FILLER                           PIC X(05) VALUE SPACES.
002520     05  DTL-DATE                         PIC X(08).
002530     05  FILLER                           PIC X(02) VALUE SPACES.
002540     05  DTL-TIME                         PIC X(08).
002550     05  FILLER                           PIC X(02) VALUE SPACES.
002560     05  DTL-OPERATOR                     PIC X(08).
002570     05  FILLER                           PIC X(02) VALUE SPACES.
002580     05  DTL-ACTION                       PIC X(06).
002590     05  FILLER                           PIC X(02) VALUE SPACES.
002600     05  DTL-ID                           PIC X(05).
002610     05  FILLER                           PIC X(01) VALUE SPACES.
002620     05  DTL-L-NAME                       PIC X(15).
002630     05  FILLER                           PIC X(01) VALUE SPACES.
002640     05  DTL-RESULT                       PIC X(18).
002650     05  FILLER                           PIC X(01) VALUE SPACES.
002660     05  DTL-FIELDS                       PIC X(48).
002670
002680 01  IMAGE-REC.
002690     05  FILLER                           PIC X(07) VALUE SPACES.
002700     05  IMG-LABEL                        PIC X(09).
002710     05  IMG-F-NAME                       PIC X(15).
002720     05  FILLER                           PIC X(01) VALUE SPACES.
002730     05  IMG-L-NAME                       PIC X(15).
002740     05  FILLER                           PIC X(01) VALUE SPACES.
002750     05  IMG-DEPT                         PIC X(10).
002760     05  FILLER                           PIC X(01) VALUE SPACES.
002770     05  IMG-HIRE-DATE                    PIC X(08).
002780     05  FILLER                           PIC X(01) VALUE SPACES.
002790     05  IMG-PAY-RATE                     PIC ZZ,ZZ9.99.
002800     05  FILLER                           PIC X(01) VALUE SPACES.
002810     05  IMG-STATUS                       PIC X(01).
002820     05  FILLER                           PIC X(01) VALUE SPACES.
002830     05  IMG-TERM-DATE                    PIC X(08).
002840     05  FILLER                           PIC X(01) VALUE SPACES.
002850     05  IMG-GRADE                        PIC X(04).
002851     05  FILLER                           PIC X(01) VALUE SPACES.
002852     05  IMG-MGR-ID                       PIC X(05).
002860     05  FILLER                           PIC X(33) VALUE SPACES.
002870
002880 01  TOTAL-REC.
002890     05  FILLER                           PIC X(05) VALUE SPACES.
002900     05  TOT-LABEL                        PIC X(40).
002910     05  TOT-COUNT                        PIC ZZZ,ZZ9.
002920     05  FILLER                           PIC X(80) VALUE SPACES.
002930
002940 01  ACTION-TOTAL-REC.
002950     05  FILLER                           PIC X(05) VALUE SPACES.
002960     05  FILLER                           PIC X(27)
002970             VALUE '  REPLAYED - ACTION '.
002980     05  ATL-ACTION                       PIC X(06).
002990     05  FILLER                           PIC X(07) VALUE SPACES.
003000     05  ATL-COUNT                        PIC ZZZ,ZZ9.
003010     05  FILLER                           PIC X(80) VALUE SPACES.
003020
003030
003040 PROCEDURE DIVISION.
003050*-----------------------------------------------------------------
003060* 0000-MAINLINE
003070*-----------------------------------------------------------------
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003100     PERFORM 2000-RELOAD THRU 2000-EXIT.
003110     PERFORM 3000-REPLAY THRU 3000-EXIT
003120         UNTIL END-OF-FILE.
003130     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
003140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003150     IF WS-MISMATCH-COUNT > 0
003160         MOVE 4 TO RETURN-CODE
003170     END-IF.
003180     GOBACK.
003190
003200*-----------------------------------------------------------------
003210* 1000-INITIALIZE - READ AND EDIT THE RECOVERY CARD AND SETTLE THE
003220* REPLAY WINDOW BEFORE ANYTHING TOUCHES THE MASTER. ANY DOUBT
003230* ABOUT WHERE TO START OR STOP IS AN ABEND - THIS UTILITY NEVER
003240* GUESSES BEFORE IT REPLACES THE LIVE MASTER.
003250*-----------------------------------------------------------------
003260 1000-INITIALIZE.
003270     OPEN INPUT PARM-FILE
003280     IF FILE-STATUS-1 NOT = '00'
003290         DISPLAY 'EMPRCV - UNABLE TO OPEN RECOVER.PRM - STATUS '
003300                 FILE-STATUS-1
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF
003340
003350     READ PARM-FILE
003360         AT END
003370             MOVE SPACES TO PARM-REC
003380     END-READ
003390     CLOSE PARM-FILE
003400     INITIALIZE WS-ACTION-TABLE
003410
003420     MOVE PRM-GENERATION TO DTE-DATE-X
003430     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
003440     IF NOT DTE-VALID
003450         DISPLAY 'EMPRCV - BAD GENERATION DATE: ' PRM-GENERATION
003460         MOVE 16 TO RETURN-CODE
003470         STOP RUN
003480     END-IF
003490
003500     PERFORM 1100-SET-STOP THRU 1100-EXIT
003510     PERFORM 1200-SET-FROM THRU 1200-EXIT
003520
003530     IF WS-STOP-STAMP NOT > WS-FROM-STAMP
003540         DISPLAY 'EMPRCV - STOP POINT ' WS-STOP-STAMP
003550                 ' IS NOT AFTER THE GENERATION ' WS-FROM-STAMP
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF
003590
003600     MOVE PRM-GENERATION TO HL2-GENERATION
003610     MOVE WS-FROM-DATE   TO HL2-FROM-DATE
003620     MOVE WS-FROM-TIME   TO HL2-FROM-TIME
003630     IF PRM-STOP-DATE = SPACES
003640         MOVE 'END OF JOURNAL' TO HL2-STOP
003650     ELSE
003660         MOVE SPACES         TO HL2-STOP
003670         MOVE WS-STOP-DATE   TO HL2-STOP (1:8)
003680         MOVE WS-STOP-TIME   TO HL2-STOP (10:8)
003690     END-IF
003700
003710     DISPLAY 'EMPRCV - GENERATION:    ' PRM-GENERATION
003720     DISPLAY 'EMPRCV - JOURNAL AFTER: ' WS-FROM-STAMP
003730     DISPLAY 'EMPRCV - THROUGH:       ' HL2-STOP
003740
003750     OPEN OUTPUT REPORT-FILE
003760     IF FILE-STATUS-6 NOT = '00'
003770         DISPLAY 'EMPRCV - UNABLE TO OPEN RECOVER.RPT - STATUS '
003780                 FILE-STATUS-6
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF
003820     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
003830 1000-EXIT.
003840     EXIT.
003850
003860*-----------------------------------------------------------------
003870* 1100-SET-STOP - NO STOP DATE REPLAYS TO THE END OF THE JOURNAL;
003880* A STOP DATE WITH NO TIME STOPS AT THE END OF THAT DAY. THE STOP
003890* SECOND IS INCLUSIVE, SO HUNDREDTHS ARE PADDED WITH 99.
003900*-----------------------------------------------------------------
003910 1100-SET-STOP.
003920     IF PRM-STOP-DATE = SPACES
003930         MOVE HIGH-VALUES TO WS-STOP-STAMP
003940         GO TO 1100-EXIT
003950     END-IF
003960
003970     MOVE PRM-STOP-DATE TO DTE-DATE-X
003980     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
003990     IF NOT DTE-VALID
004000         DISPLAY 'EMPRCV - BAD STOP DATE: ' PRM-STOP-DATE
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF
004040
004050     MOVE PRM-STOP-TIME TO WS-TIME-X
004060     IF PRM-STOP-TIME = SPACES
004070         MOVE '235959' TO WS-TIME-X
004080     END-IF
004090     PERFORM 1300-EDIT-TIME THRU 1300-EXIT
004100     IF NOT TIME-VALID
004110         DISPLAY 'EMPRCV - BAD STOP TIME: ' PRM-STOP-TIME
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF
004150
004160     MOVE PRM-STOP-DATE TO WS-STOP-DATE
004170     MOVE WS-TIME-X     TO WS-STOP-TIME (1:6)
004180     MOVE '99'          TO WS-STOP-TIME (7:2).
004190 1100-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------------
004230* 1200-SET-FROM - A REPLAY-FROM POINT ON THE CARD WINS; OTHERWISE
004240* THE LAST EMPBKP UNLOAD POSTED ON THE LEDGER FOR THE GENERATION
004250* DATE IS THE MOMENT THE GENERATION WAS TAKEN.
004260*-----------------------------------------------------------------
004270 1200-SET-FROM.
004280     IF PRM-FROM-DATE NOT = SPACES
004290         MOVE PRM-FROM-DATE TO DTE-DATE-X
004300         PERFORM 8500-EDIT-DATE THRU 8500-EXIT
004310         MOVE PRM-FROM-TIME TO WS-TIME-X
004320         PERFORM 1300-EDIT-TIME THRU 1300-EXIT
004330         IF NOT DTE-VALID OR NOT TIME-VALID
004340             DISPLAY 'EMPRCV - BAD REPLAY-FROM POINT: '
004350                     PRM-FROM-DATE ' ' PRM-FROM-TIME
004360             MOVE 16 TO RETURN-CODE
004370             STOP RUN
004380         END-IF
004390         MOVE PRM-FROM-DATE TO WS-FROM-DATE
004400         MOVE WS-TIME-X     TO WS-FROM-TIME (1:6)
004410         MOVE '00'          TO WS-FROM-TIME (7:2)
004420         GO TO 1200-EXIT
004430     END-IF
004440
004450     OPEN INPUT RUNCTL-FILE
004460     IF FILE-STATUS-2 = '00'
004470         MOVE 'N' TO WS-EOF-SW
004480         PERFORM 1210-SCAN-LEDGER THRU 1210-EXIT
004490             UNTIL END-OF-FILE
004500         CLOSE RUNCTL-FILE
004510     END-IF
004520
004530     IF WS-FROM-STAMP = SPACES
004540         DISPLAY 'EMPRCV - NO EMPBKP UNLOAD ON RUNCTL.LOG FOR '
004550                 PRM-GENERATION ' - PUT THE REPLAY-FROM DATE AND '
004560                 'TIME ON THE CARD'
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600 1200-EXIT.
004610     EXIT.
004620
004630 1210-SCAN-LEDGER.
004640     READ RUNCTL-FILE
004650         AT END
004660             MOVE 'Y' TO WS-EOF-SW
004670         NOT AT END
004680             IF CTL-STEP-COUNT
004690                     AND CTL-PROGRAM = 'EMPBKP'
004700                     AND CTL-ITEM = 'UNLOAD'
004710                     AND CTL-DATE = PRM-GENERATION
004720                 MOVE CTL-DATE TO WS-FROM-DATE
004730                 MOVE CTL-TIME TO WS-FROM-TIME
004740             END-IF
004750     END-READ.
004760 1210-EXIT.
004770     EXIT.
004780
004790*-----------------------------------------------------------------
004800* 1300-EDIT-TIME - WS-TIME-X MUST BE A REAL HHMMSS.
004810*-----------------------------------------------------------------
004820 1300-EDIT-TIME.
004830     MOVE 'N' TO WS-TIME-VALID-SW
004840     IF WS-TIME-X IS NUMERIC
004850         IF WS-TIME-HH < 24 AND WS-TIME-MM < 60
004860                            AND WS-TIME-SS < 60
004870             MOVE 'Y' TO WS-TIME-VALID-SW
004880         END-IF
004890     END-IF.
004900 1300-EXIT.
004910     EXIT.
004920
004930*-----------------------------------------------------------------
004940* 2000-RELOAD - REBUILD THE INDEXED MASTER IN FULL FROM THE
004950* GENERATION, THE SAME WAY EMPBKP FUNCTION=RELOAD DOES, THEN
004960* REOPEN IT FOR THE REPLAY.
004970*-----------------------------------------------------------------
004980 2000-RELOAD.
004990     OPEN INPUT BACKUP-FILE
005000     IF FILE-STATUS-3 NOT = '00'
005010         DISPLAY 'EMPRCV - UNABLE TO OPEN RCVBKP.SEQ - STATUS '
005020                 FILE-STATUS-3
005030         MOVE 16 TO RETURN-CODE
005040         STOP RUN
005050     END-IF
005060     OPEN OUTPUT OUTFILE
005070     IF FILE-STATUS-4 NOT = '00'
005080         DISPLAY 'EMPRCV - UNABLE TO REBUILD RPT.DOC - STATUS '
005090                 FILE-STATUS-4
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN
005120     END-IF
005130
005140     MOVE 'N' TO WS-EOF-SW
005150     PERFORM 2100-READ-BACKUP THRU 2100-EXIT
005160     PERFORM 2200-RELOAD-ONE THRU 2200-EXIT
005170         UNTIL END-OF-FILE
005180
005190     CLOSE BACKUP-FILE
005200     CLOSE OUTFILE
005210     DISPLAY 'EMPRCV - RECORDS RELOADED: ' WS-LOADED-COUNT
005220
005230     OPEN I-O OUTFILE
005240     IF FILE-STATUS-4 NOT = '00'
005250         DISPLAY 'EMPRCV - UNABLE TO REOPEN RPT.DOC - STATUS '
005260                 FILE-STATUS-4
005270         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005290     END-IF
005300
005310     MOVE 'N' TO WS-EOF-SW
005320     OPEN INPUT HIST-FILE
005330     IF FILE-STATUS-5 = '35'
005340         MOVE 'Y' TO WS-EOF-SW
005350     ELSE
005360         IF FILE-STATUS-5 NOT = '00'
005370             DISPLAY 'EMPRCV - UNABLE TO OPEN HIST.LOG - '
005380                     'STATUS ' FILE-STATUS-5
005390             MOVE 16 TO RETURN-CODE
005400             STOP RUN
005410         END-IF
005420         PERFORM 2300-READ-HIST THRU 2300-EXIT
005430     END-IF.
005440 2000-EXIT.
005450     EXIT.
005460
005470 2100-READ-BACKUP.
005480     READ BACKUP-FILE
005490         AT END
005500             MOVE 'Y' TO WS-EOF-SW
005510     END-READ.
005520 2100-EXIT.
005530     EXIT.
005540
005550 2200-RELOAD-ONE.
005560     MOVE BACKUP-REC TO EMPLOYEE-FILE-REC
005570     WRITE EMPLOYEE-FILE-REC
005580         INVALID KEY
005590             DISPLAY 'EMPRCV - ERROR LOADING ID ' EFR-ID
005600                     ' - STATUS ' FILE-STATUS-4
005610             MOVE 16 TO RETURN-CODE
005620             STOP RUN
005630     END-WRITE
005640     ADD 1 TO WS-LOADED-COUNT
005650     IF NOT EFR-TERMINATED
005660         ADD 1 TO WS-LOADED-ACTIVE
005670     END-IF
005680     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
005690 2200-EXIT.
005700     EXIT.
005710
005720 2300-READ-HIST.
005730     READ HIST-FILE
005740         AT END
005750             MOVE 'Y' TO WS-EOF-SW
005760         NOT AT END
005770             ADD 1 TO WS-HIST-COUNT
005780     END-READ.
005790 2300-EXIT.
005800     EXIT.
005810
005820*-----------------------------------------------------------------
005830* 3000-REPLAY - ONE JOURNAL ENTRY. THE JOURNAL IS APPEND-ONLY, SO
005840* FILE ORDER IS TIME ORDER; ENTRIES OUTSIDE THE WINDOW ARE COUNTED
005850* AND PASSED OVER.
005860*-----------------------------------------------------------------
005870 3000-REPLAY.
005880     MOVE HST-DATE TO WS-HIST-DATE
005890     MOVE HST-TIME TO WS-HIST-TIME
005900     EVALUATE TRUE
005910         WHEN HST-ACTION (1:3) = 'DED'
005920             ADD 1 TO WS-DED-COUNT
005930         WHEN WS-HIST-STAMP NOT > WS-FROM-STAMP
005940             ADD 1 TO WS-EARLY-COUNT
005950         WHEN WS-HIST-STAMP > WS-STOP-STAMP
005960             ADD 1 TO WS-LATE-COUNT
005970         WHEN OTHER
005980             PERFORM 3100-APPLY-ENTRY THRU 3100-EXIT
005990     END-EVALUATE
006000     PERFORM 2300-READ-HIST THRU 2300-EXIT.
006010 3000-EXIT.
006020     EXIT.
006030
006040*-----------------------------------------------------------------
006050* 3100-APPLY-ENTRY - FETCH THE RECORD THE ENTRY APPLIES TO, CHECK
006060* IT AGAINST THE BEFORE IMAGE, LIST THE ENTRY (WITH BOTH IMAGES
006070* WHEN THEY DIFFER) AND APPLY THE AFTER IMAGE.
006080*-----------------------------------------------------------------
006090 3100-APPLY-ENTRY.
006100     ADD 1 TO WS-REPLAY-COUNT
006110     MOVE WS-HIST-STAMP TO WS-LAST-STAMP
006120     PERFORM 3110-COUNT-ACTION THRU 3110-EXIT
006130
006140     MOVE HST-ID TO EFR-ID
006150     MOVE 'Y' TO WS-FOUND-SW
006160     READ OUTFILE
006170         INVALID KEY
006180             MOVE 'N' TO WS-FOUND-SW
006190     END-READ
006200
006210     MOVE 'N'    TO WS-MISMATCH-SW
006220     MOVE SPACES TO WS-DIFF-LIST
006230     EVALUATE TRUE
006240         WHEN HST-B-L-NAME = SPACES
006250             IF RECORD-FOUND
006260                 MOVE 'Y' TO WS-MISMATCH-SW
006270                 MOVE 'ON FILE - REPLACED' TO WS-RESULT
006280             ELSE
006290                 MOVE 'ADDED'              TO WS-RESULT
006300             END-IF
006310         WHEN NOT RECORD-FOUND
006320             MOVE 'Y' TO WS-MISMATCH-SW
006330             IF HST-A-L-NAME = SPACES
006340                 MOVE 'NOT ON FILE'        TO WS-RESULT
006350             ELSE
006360                 MOVE 'NOT ON FILE - ADDED' TO WS-RESULT
006370             END-IF
006380         WHEN OTHER
006390             PERFORM 3200-COMPARE-BEFORE THRU 3200-EXIT
006400             IF HST-A-L-NAME = SPACES
006410                 MOVE 'DELETED'            TO WS-RESULT
006420             ELSE
006430                 MOVE 'APPLIED'            TO WS-RESULT
006440             END-IF
006450             IF IMAGE-MISMATCH
006460                 MOVE 'MISMATCH - '        TO WS-RESULT (1:11)
006470                 MOVE 'APPLIED'            TO WS-RESULT (12:7)
006480             END-IF
006490     END-EVALUATE
006500
006510     IF IMAGE-MISMATCH
006520         ADD 1 TO WS-MISMATCH-COUNT
006530     END-IF
006540     PERFORM 3300-WRITE-ENTRY THRU 3300-EXIT
006550
006560     EVALUATE TRUE
006570         WHEN HST-A-L-NAME = SPACES
006580             IF RECORD-FOUND
006590                 PERFORM 3500-DELETE-RECORD THRU 3500-EXIT
006600             END-IF
006610         WHEN RECORD-FOUND
006620             PERFORM 3400-SET-AFTER THRU 3400-EXIT
006630             REWRITE EMPLOYEE-FILE-REC
006640                 INVALID KEY
006650                     PERFORM 3900-IO-ERROR THRU 3900-EXIT
006660             END-REWRITE
006670         WHEN OTHER
006680             PERFORM 3400-SET-AFTER THRU 3400-EXIT
006690             WRITE EMPLOYEE-FILE-REC
006700                 INVALID KEY
006710                     PERFORM 3900-IO-ERROR THRU 3900-EXIT
006720             END-WRITE
006730     END-EVALUATE.
006740 3100-EXIT.
006750     EXIT.
006760
006770 3110-COUNT-ACTION.
006780     MOVE 0 TO WS-AX
006790     PERFORM 3120-MATCH-ACTION THRU 3120-EXIT
006800         VARYING WS-TX FROM 1 BY 1
006810         UNTIL WS-TX > 20 OR WS-AX > 0
006820     IF WS-AX > 0
006830         ADD 1 TO WS-ACT-COUNT (WS-AX)
006840     END-IF.
006850 3110-EXIT.
006860     EXIT.
006870
006880*-----------------------------------------------------------------
006890* 3120-MATCH-ACTION - THE ACTION'S SLOT, OR THE FIRST EMPTY ONE.
006900*-----------------------------------------------------------------
006910 3120-MATCH-ACTION.
006920     IF WS-ACT-CODE (WS-TX) = HST-ACTION
006930         MOVE WS-TX TO WS-AX
006940     ELSE
006950         IF WS-ACT-CODE (WS-TX) = SPACES
006960             MOVE HST-ACTION  TO WS-ACT-CODE (WS-TX)
006970             MOVE 0           TO WS-ACT-COUNT (WS-TX)
006980             MOVE WS-TX TO WS-AX
006990         END-IF
007000     END-IF.
007010 3120-EXIT.
007020     EXIT.
007030
007040*-----------------------------------------------------------------
007050* 3200-COMPARE-BEFORE - NAME EVERY FIELD OF THE RECORD ON FILE
007060* THAT DIFFERS FROM THE JOURNAL BEFORE IMAGE.
007070*-----------------------------------------------------------------
007080 3200-COMPARE-BEFORE.
007090     MOVE 1 TO WS-DIFF-PTR
007100     IF EFR-F-NAME NOT = HST-B-F-NAME
007110         STRING 'F-NAME ' DELIMITED BY SIZE
007120             INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
007130     END-IF
007140     IF EFR-L-NAME NOT = HST-B-L-NAME
007150         STRING 'L-NAME ' DELIMITED BY SIZE
007160             INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
007170     END-IF
007180     IF EFR-DEPT NOT = HST-B-DEPT
007190         STRING 'DEPT ' DELIMITED BY SIZE
007200             INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
007210     END-IF
007220     IF EFR-HIRE-DATE NOT = HST-B-HIRE-DATE
007230         STRING 'HIRE ' DELIMITED BY SIZE
007240             INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
007250     END-IF
007260     IF EFR-PAY-RATE NOT = HST-B-PAY-RATE
007270         STRING 'RATE ' DELIMITED BY SIZE
007280             INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
007290     END-IF
007300     IF EFR-STATUS NOT = HST-B-STATUS
007310         STRING 'STAT ' DELIMITED BY SIZE
007320             INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
007330     END-IF
007340     IF EFR-TERM-DATE NOT = HST-B-TERM-DATE
007350         STRING 'TERM ' DELIMITED BY SIZE
007360             INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
007370     END-IF
007380     IF EFR-GRADE NOT = HST-B-GRADE
007390         STRING 'GRADE ' DELIMITED BY SIZE
007400             INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
007410     END-IF
007411     IF EFR-MGR-ID NOT = HST-B-MGR-ID
007412         STRING 'MGR' DELIMITED BY SIZE
007413             INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
007414     END-IF
007420     IF WS-DIFF-PTR > 1
007430         MOVE 'Y' TO WS-MISMATCH-SW
007440     END-IF.
007450 3200-EXIT.
007460     EXIT.
007470
007480*-----------------------------------------------------------------
007490* 3300-WRITE-ENTRY - THE ENTRY LINE, AND FOR A MISMATCH THE RECORD
007500* AS FOUND ON FILE AND THE JOURNAL BEFORE IMAGE UNDER IT. THREE
007510* LINES COUNT AGAINST THE PAGE SO AN ENTRY IS NEVER SPLIT.
007520*-----------------------------------------------------------------
007530 3300-WRITE-ENTRY.
007540     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
007550         PERFORM 3310-WRITE-HEADINGS THRU 3310-EXIT
007560     END-IF
007570
007580     MOVE HST-DATE     TO DTL-DATE
007590     MOVE HST-TIME     TO DTL-TIME
007600     MOVE HST-OPERATOR TO DTL-OPERATOR
007610     MOVE HST-ACTION   TO DTL-ACTION
007620     MOVE HST-ID       TO DTL-ID
007630     MOVE HST-A-L-NAME TO DTL-L-NAME
007640     IF HST-A-L-NAME = SPACES
007650         MOVE HST-B-L-NAME TO DTL-L-NAME
007660     END-IF
007670     MOVE WS-RESULT    TO DTL-RESULT
007680     MOVE WS-DIFF-LIST TO DTL-FIELDS
007690     WRITE PRINT-LINE FROM DETAIL-REC
007700     ADD 1 TO WS-LINE-COUNT
007710
007720     IF IMAGE-MISMATCH AND RECORD-FOUND
007730         MOVE 'ON FILE: '       TO IMG-LABEL
007740         MOVE EFR-F-NAME        TO IMG-F-NAME
007750         MOVE EFR-L-NAME        TO IMG-L-NAME
007760         MOVE EFR-DEPT          TO IMG-DEPT
007770         MOVE EFR-HIRE-DATE     TO IMG-HIRE-DATE
007780         MOVE EFR-PAY-RATE      TO IMG-PAY-RATE
007790         MOVE EFR-STATUS        TO IMG-STATUS
007800         MOVE EFR-TERM-DATE     TO IMG-TERM-DATE
007810         MOVE EFR-GRADE         TO IMG-GRADE
007811         MOVE EFR-MGR-ID        TO IMG-MGR-ID
007820         WRITE PRINT-LINE FROM IMAGE-REC
007830         ADD 1 TO WS-LINE-COUNT
007840         IF HST-B-L-NAME NOT = SPACES
007850             MOVE 'JOURNAL: '       TO IMG-LABEL
007860             MOVE HST-B-F-NAME      TO IMG-F-NAME
007870             MOVE HST-B-L-NAME      TO IMG-L-NAME
007880             MOVE HST-B-DEPT        TO IMG-DEPT
007890             MOVE HST-B-HIRE-DATE   TO IMG-HIRE-DATE
007900             MOVE HST-B-PAY-RATE    TO IMG-PAY-RATE
007910             MOVE HST-B-STATUS      TO IMG-STATUS
007920             MOVE HST-B-TERM-DATE   TO IMG-TERM-DATE
007930             MOVE HST-B-GRADE       TO IMG-GRADE
007931             MOVE HST-B-MGR-ID      TO IMG-MGR-ID
007940             WRITE PRINT-LINE FROM IMAGE-REC
007950             ADD 1 TO WS-LINE-COUNT
007960         END-IF
007970     END-IF.
007980 3300-EXIT.
007990     EXIT.
008000
008010 3310-WRITE-HEADINGS.
008020     ADD 1 TO WS-PAGE-COUNT
008030     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
008040     WRITE PRINT-LINE FROM HEADING-REC-1
008050     WRITE PRINT-LINE FROM HEADING-REC-2
008060     WRITE PRINT-LINE FROM HEADING-REC-3
008070     MOVE SPACES TO PRINT-LINE
008080     WRITE PRINT-LINE
008090     MOVE ZEROS TO WS-LINE-COUNT.
008100 3310-EXIT.
008110     EXIT.
008120
008130*-----------------------------------------------------------------
008140* 3400-SET-AFTER - THE JOURNAL AFTER IMAGE BECOMES THE RECORD.
008150*-----------------------------------------------------------------
008160 3400-SET-AFTER.
008170     MOVE SPACES          TO EMPLOYEE-FILE-REC
008180     MOVE HST-ID          TO EFR-ID
008190     MOVE HST-A-F-NAME    TO EFR-F-NAME
008200     MOVE HST-A-L-NAME    TO EFR-L-NAME
008210     MOVE HST-A-DEPT      TO EFR-DEPT
008220     MOVE HST-A-HIRE-DATE TO EFR-HIRE-DATE
008230     MOVE HST-A-PAY-RATE  TO EFR-PAY-RATE
008240     MOVE HST-A-STATUS    TO EFR-STATUS
008250     MOVE HST-A-TERM-DATE TO EFR-TERM-DATE
008260     MOVE HST-A-GRADE     TO EFR-GRADE
008261     MOVE HST-A-MGR-ID    TO EFR-MGR-ID.
008270 3400-EXIT.
008280     EXIT.
008290
008300 3500-DELETE-RECORD.
008310     DELETE OUTFILE
008320         INVALID KEY
008330             PERFORM 3900-IO-ERROR THRU 3900-EXIT
008340     END-DELETE.
008350 3500-EXIT.
008360     EXIT.
008370
008380*-----------------------------------------------------------------
008390* 3900-IO-ERROR - THE MASTER IS HALF REBUILT; STOP SO THE CAUSE IS
008400* FIXED AND THE WHOLE RECOVERY RUN AGAIN.
008410*-----------------------------------------------------------------
008420 3900-IO-ERROR.
008430     DISPLAY 'EMPRCV - I/O ERROR REPLAYING ' HST-ACTION ' FOR ID '
008440             HST-ID ' - STATUS ' FILE-STATUS-4
008450     MOVE 16 TO RETURN-CODE
008460     STOP RUN.
008470 3900-EXIT.
008480     EXIT.
008490
008500*-----------------------------------------------------------------
008510* 8000-WRITE-TOTALS - CLOSE THE REPLAY, RE-READ THE REBUILT MASTER
008520* END TO END AND PRINT THE CONTROL TOTALS FOR SIGN-OFF.
008530*-----------------------------------------------------------------
008540 8000-WRITE-TOTALS.
008550     IF FILE-STATUS-5 NOT = '35'
008560         CLOSE HIST-FILE
008570     END-IF
008580     CLOSE OUTFILE
008590
008600     MOVE 'N' TO WS-EOF-SW
008610     OPEN INPUT OUTFILE
008611     IF FILE-STATUS-4 NOT = '00'
008612         DISPLAY 'EMPRCV - UNABLE TO REOPEN RPT.DOC - STATUS '
008613                 FILE-STATUS-4
008614         MOVE 16 TO RETURN-CODE
008615         STOP RUN
008616     END-IF
008620     PERFORM 8100-COUNT-MASTER THRU 8100-EXIT
008630         UNTIL END-OF-FILE
008640     CLOSE OUTFILE
008650
008660     IF WS-PAGE-COUNT = 0
008670             OR WS-LINE-COUNT + 22 > WS-LINES-PER-PAGE
008680         PERFORM 3310-WRITE-HEADINGS THRU 3310-EXIT
008690     ELSE
008700         MOVE SPACES TO PRINT-LINE
008710         WRITE PRINT-LINE
008720     END-IF
008730
008740     MOVE 'GENERATION RECORDS RELOADED' TO TOT-LABEL
008750     MOVE WS-LOADED-COUNT TO TOT-COUNT
008760     WRITE PRINT-LINE FROM TOTAL-REC
008770     MOVE '  ACTIVE EMPLOYEES RELOADED' TO TOT-LABEL
008780     MOVE WS-LOADED-ACTIVE TO TOT-COUNT
008790     WRITE PRINT-LINE FROM TOTAL-REC
008800     MOVE SPACES TO PRINT-LINE
008810     WRITE PRINT-LINE
008820
008830     MOVE 'JOURNAL RECORDS READ' TO TOT-LABEL
008840     MOVE WS-HIST-COUNT TO TOT-COUNT
008850     WRITE PRINT-LINE FROM TOTAL-REC
008860     MOVE '  NOT AFTER THE GENERATION - SKIPPED' TO TOT-LABEL
008870     MOVE WS-EARLY-COUNT TO TOT-COUNT
008880     WRITE PRINT-LINE FROM TOTAL-REC
008890     MOVE '  AFTER THE STOP POINT - SKIPPED' TO TOT-LABEL
008900     MOVE WS-LATE-COUNT TO TOT-COUNT
008910     WRITE PRINT-LINE FROM TOTAL-REC
008920     MOVE '  DEDUCTION MAINTENANCE - SKIPPED' TO TOT-LABEL
008930     MOVE WS-DED-COUNT TO TOT-COUNT
008940     WRITE PRINT-LINE FROM TOTAL-REC
008950     MOVE '  REPLAYED' TO TOT-LABEL
008960     MOVE WS-REPLAY-COUNT TO TOT-COUNT
008970     WRITE PRINT-LINE FROM TOTAL-REC
008980     PERFORM 8200-WRITE-ACTION THRU 8200-EXIT
008990         VARYING WS-AX FROM 1 BY 1
009000         UNTIL WS-AX > 20
009010     MOVE '  BEFORE-IMAGE MISMATCHES' TO TOT-LABEL
009020     MOVE WS-MISMATCH-COUNT TO TOT-COUNT
009030     WRITE PRINT-LINE FROM TOTAL-REC
009040     MOVE SPACES TO PRINT-LINE
009050     WRITE PRINT-LINE
009060
009070     MOVE 'MASTER RECORDS AFTER RECOVERY' TO TOT-LABEL
009080     MOVE WS-FINAL-COUNT TO TOT-COUNT
009090     WRITE PRINT-LINE FROM TOTAL-REC
009100     MOVE '  ACTIVE' TO TOT-LABEL
009110     MOVE WS-FINAL-ACTIVE TO TOT-COUNT
009120     WRITE PRINT-LINE FROM TOTAL-REC
009130     MOVE '  TERMINATED' TO TOT-LABEL
009140     MOVE WS-FINAL-TERM TO TOT-COUNT
009150     WRITE PRINT-LINE FROM TOTAL-REC
009160
009170     IF WS-LAST-STAMP NOT = SPACES
009180         MOVE SPACES TO PRINT-LINE
009190         MOVE 'LAST JOURNAL ENTRY REPLAYED: ' TO PRINT-LINE (6:29)
009200         MOVE WS-LAST-STAMP (1:8) TO PRINT-LINE (35:8)
009210         MOVE WS-LAST-STAMP (9:8) TO PRINT-LINE (44:8)
009220         WRITE PRINT-LINE
009230     END-IF.
009240 8000-EXIT.
009250     EXIT.
009260
009270 8100-COUNT-MASTER.
009280     READ OUTFILE NEXT RECORD
009290         AT END
009300             MOVE 'Y' TO WS-EOF-SW
009310         NOT AT END
009320             ADD 1 TO WS-FINAL-COUNT
009330             IF EFR-TERMINATED
009340                 ADD 1 TO WS-FINAL-TERM
009350             ELSE
009360                 ADD 1 TO WS-FINAL-ACTIVE
009370             END-IF
009380     END-READ.
009390 8100-EXIT.
009400     EXIT.
009410
009420 8200-WRITE-ACTION.
009430     IF WS-ACT-CODE (WS-AX) NOT = SPACES
009440         MOVE WS-ACT-CODE (WS-AX)  TO ATL-ACTION
009450         MOVE WS-ACT-COUNT (WS-AX) TO ATL-COUNT
009460         WRITE PRINT-LINE FROM ACTION-TOTAL-REC
009470     END-IF.
009480 8200-EXIT.
009490     EXIT.
009500
009510     COPY DATEDP.
009520
009530*-----------------------------------------------------------------
009540* 9000-TERMINATE
009550*-----------------------------------------------------------------
009560 9000-TERMINATE.
009570     DISPLAY 'EMPRCV - JOURNAL ENTRIES REPLAYED: ' WS-REPLAY-COUNT
009580     DISPLAY 'EMPRCV - BEFORE-IMAGE MISMATCHES:  '
009590             WS-MISMATCH-COUNT
009600     DISPLAY 'EMPRCV - MASTER RECORDS NOW:       ' WS-FINAL-COUNT
009610     CLOSE REPORT-FILE.
009620 9000-EXIT.
009630     EXIT.
