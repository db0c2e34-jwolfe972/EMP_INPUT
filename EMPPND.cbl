000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPPND.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* THIS PROGRAM APPLIES THE FUTURE-DATED EMPLOYEE CHANGES HELD ON
000180* THE PENDING CHANGE FILE (PENDING.DOC, PNDREC LAYOUT) TO THE
000190* EMPLOYEE MASTER (RPT.DOC) ONCE THEIR EFFECTIVE DATE ARRIVES.
000200* EMP-SCR MAINTENANCE AND THE HR FEED (EMPTRN 'C' ACTION) PUT A
000210* CHANGE ON THE PENDING FILE INSTEAD OF THE MASTER WHEN IT IS
000220* KEYED WITH AN EFFECTIVE DATE AFTER TODAY. THE NIGHTLY DECK RUNS
000230* THIS STEP AFTER THE HR FEED AND AHEAD OF THE ROSTER, SO THE
000240* ROSTER AND THE PAYROLL EXTRACT SEE A CHANGE THE NIGHT IT TAKES
000250* EFFECT.
000260*
000270* EVERY PENDING CHANGE DATED TODAY OR EARLIER IS APPLIED. ONLY
000280* THE FIELDS THE CHANGE ACTUALLY ALTERED (AFTER-IMAGE DIFFERENT
000290* FROM THE BEFORE-IMAGE TAKEN WHEN IT WAS KEYED) ARE CARRIED
000300* ACROSS TO THE MASTER, SO ANYTHING ELSE CORRECTED ON THE MASTER
000310* IN THE MEANTIME STAYS AS IT IS. AN APPLIED CHANGE WRITES THE
000320* SAME 'CHANGE' AUDIT RECORD (AUDIT.LOG) AND CHANGE-HISTORY
000330* RECORD (HIST.LOG) AS A CHANGE KEYED ON THE DAY, UNDER THE
000340* OPERATOR WHO KEYED IT, AND IS THEN DELETED FROM PENDING.DOC.
000350*
000360* A CHANGE THAT CAN NO LONGER BE MADE IS NOT APPLIED. IT IS LEFT
000370* ON THE PENDING FILE MARKED 'N' WITH THE REASON, FOR A SUPERVISOR
000380* TO CORRECT OR CANCEL FROM EMP-SCR MAINTENANCE (P - PENDING):
000390*     P01  THE EMPLOYEE IS NO LONGER ON THE MASTER
000400*     P02  THE EMPLOYEE HAS BEEN TERMINATED SINCE IT WAS KEYED
000410*     P03  THE NEW DEPARTMENT IS NOT AN ACTIVE CODE ON DEPT.DOC
000420*     P04  THE MASTER ALREADY CARRIES EVERY VALUE IN THE CHANGE
000430*     P05  THE MASTER REWRITE FAILED
000431*     P06  THE NEW PAY GRADE IS NOT AN ACTIVE GRADE ON GRADE.DOC
000432*     P07  THE PAY RATE IS OUTSIDE THE EMPLOYEE'S GRADE RANGE
000433*     P08  THE NEW MANAGER IS NOT AN ACTIVE EMPLOYEE ON THE MASTER
000434*     P09  THE NEW MANAGER IS THE EMPLOYEE OR CLOSES A LOOP IN THE
000435*          REPORTING CHAIN
000440* A CHANGE MARKED 'N' ON AN EARLIER NIGHT IS NOT RETRIED; IT IS
000450* COUNTED ON THE REPORT UNTIL SOMEONE DEALS WITH IT.
000460*
000470* THE REPORT (PNDAPL.RPT) LISTS EVERY CHANGE APPLIED OR NOT
000480* APPLIED TONIGHT, WITH CONTROL TOTALS. NO PENDING FILE MEANS
000490* NOTHING HAS EVER BEEN HELD - AN EMPTY REPORT IS PRINTED.
000500* RETURN CODE 4 MEANS AT LEAST ONE CHANGE COULD NOT BE APPLIED;
000510* 16 MEANS A REQUIRED FILE WOULD NOT OPEN.
000511* EVERY CHANGE APPLIED IS POSTED TO THE RUN-CONTROL LEDGER
000512* (RUNCTL.LOG) AS A CHANGE, BOTH AS APPLIED AND AS WRITTEN TO
000513* AUDIT.LOG, FOR THE NIGHTLY BALANCING STEP (EMPBAL).
000520*****************************************************************
000530*-----------------------------------------------------------------
000540* MODIFICATION HISTORY
000550*-----------------------------------------------------------------
000560* 10/15/2026 JW  ORIGINAL PROGRAM.
000561* 10/15/2026 JW  PAY GRADES: THE GRADE IS CARRIED ACROSS LIKE THE
000562*                OTHER FIELDS, AND THE RESULT IS HELD TO THE GRADE
000563*                FILE THE WAY EMP-SCR AND EMPTRN HOLD IT - A NEW
000564*                GRADE NOT ACTIVE IS P06, A RATE OUTSIDE THE GRADE
000565*                RANGE P07.
000566* 10/15/2026 JW  POST THE APPLIED CHANGES AND THE AUDIT RECORDS
000567*                WRITTEN TO THE RUN-CONTROL LEDGER.
000568* 10/15/2026 JW  REPORTS-TO MANAGER: CARRIED ACROSS LIKE THE OTHER
000569*                FIELDS AND HELD TO THE SHARED MANAGER EDIT
000571*                (MGRCKW/MGRCKP) AS IT STANDS TONIGHT - A NEW
000572*                MANAGER NOT ACTIVE IS P08, ONE THAT CLOSES A LOOP
000573*                P09.
000578*-----------------------------------------------------------------
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620
000630     SELECT PENDING-FILE ASSIGN TO 'PENDING.DOC'
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS PND-KEY
000670         FILE STATUS IS FILE-STATUS-1.
000680
000690     SELECT OUTFILE ASSIGN TO 'RPT.DOC'
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS EFR-ID
000730         ALTERNATE RECORD KEY IS EFR-L-NAME WITH DUPLICATES
000740         FILE STATUS IS FILE-STATUS-2.
000750
000760     SELECT DEPT-FILE ASSIGN TO 'DEPT.DOC'
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS DPT-CODE
000800         FILE STATUS IS FILE-STATUS-3.
000810
000820     SELECT REPORT-FILE ASSIGN TO 'PNDAPL.RPT'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FILE-STATUS-4.
000850
000860     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FILE-STATUS-5.
000890
000900     SELECT HIST-FILE ASSIGN TO 'HIST.LOG'
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FILE-STATUS-6.
000921
000922     SELECT GRADE-FILE ASSIGN TO 'GRADE.DOC'
000923         ORGANIZATION IS INDEXED
000924         ACCESS MODE IS DYNAMIC
000925         RECORD KEY IS GRD-CODE
000926         FILE STATUS IS FILE-STATUS-7.
000927
000928     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
000929         ORGANIZATION IS LINE SEQUENTIAL
000931         FILE STATUS IS RCT-FILE-STATUS.
000936
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970
000980 FD  PENDING-FILE.
000990     COPY PNDREC.
001000
001010 FD  OUTFILE.
001020     COPY EMPREC.
001030
001040 FD  DEPT-FILE.
001050     COPY DEPTREC.
001060
001070 FD  REPORT-FILE RECORDING MODE F.
001080 01  PRINT-LINE                          PIC X(132).
001090
001100 FD  AUDIT-FILE RECORDING MODE F.
001110     COPY EMPAUD.
001120
001130 FD  HIST-FILE RECORDING MODE F.
001140     COPY HSTREC.
001141
001142 FD  GRADE-FILE.
001143     COPY GRDREC.
001144
001145 FD  RUNCTL-FILE RECORDING MODE F.
001146     COPY CTLREC.
001150
001160
001170 WORKING-STORAGE SECTION.
001180 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
001190 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
001200 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
001210 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
001220 77  FILE-STATUS-5                        PIC X(02) VALUE SPACES.
001230 77  FILE-STATUS-6                        PIC X(02) VALUE SPACES.
001231 77  FILE-STATUS-7                        PIC X(02) VALUE SPACES.
001232
001233     COPY RUNCTW.
001234     COPY MGRCKW.
001240
001250 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
001260     88  END-OF-FILE                              VALUE 'Y'.
001270
001280 77  WS-PENDING-FILE-SW                   PIC X(01) VALUE 'Y'.
001290     88  PENDING-FILE-PRESENT                     VALUE 'Y'.
001291
001292 77  WS-GRADE-FILE-SW                     PIC X(01) VALUE 'Y'.
001293     88  GRADE-FILE-PRESENT                       VALUE 'Y'.
001300
001310 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
001320 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
001330 77  WS-PAGE-COUNT                        PIC 9(04) COMP VALUE 0.
001340
001350 77  WS-READ-COUNT                        PIC 9(06) COMP VALUE 0.
001360 77  WS-APPLIED-COUNT                     PIC 9(06) COMP VALUE 0.
001370 77  WS-NOT-APPLIED-COUNT                 PIC 9(06) COMP VALUE 0.
001380 77  WS-WAITING-COUNT                     PIC 9(06) COMP VALUE 0.
001390 77  WS-HELD-COUNT                        PIC 9(06) COMP VALUE 0.
001400 77  WS-FIELD-COUNT                       PIC 9(02) COMP VALUE 0.
001410
001420 77  WS-TODAY                             PIC X(08) VALUE SPACES.
001430
001440 77  AUDIT-ACTION-CODE                    PIC X(06) VALUE SPACES.
001450
001460 01  HEADING-REC-1.
001470     05  FILLER                           PIC X(35) VALUE SPACES.
001480     05  FILLER                           PIC X(35)
001490             VALUE 'PENDING CHANGE APPLY - RUN DATE    '.
001500     05  HL1-RUN-DATE                     PIC X(08).
001510     05  FILLER                           PIC X(05) VALUE SPACES.
001520     05  FILLER                           PIC X(05) VALUE 'PAGE '.
001530     05  HL1-PAGE-NO                      PIC ZZZ9.
001540     05  FILLER                           PIC X(40) VALUE SPACES.
001550
001560 01  HEADING-REC-2.
001570     05  FILLER                           PIC X(01) VALUE SPACES.
001580     05  FILLER                           PIC X(07) VALUE 'ID'.
001590     05  FILLER                           PIC X(17) VALUE
001600             'LAST NAME'.
001610     05  FILLER                           PIC X(10) VALUE
001620             'EFF DATE'.
001630     05  FILLER                           PIC X(10) VALUE
001640             'KEYED BY'.
001650     05  FILLER                           PIC X(13) VALUE
001660             'RESULT'.
001670     05  FILLER                           PIC X(12) VALUE
001680             'DEPT BEFORE'.
001690     05  FILLER                           PIC X(12) VALUE
001700             'DEPT AFTER'.
001710     05  FILLER                           PIC X(11) VALUE
001720             'RATE BEFORE'.
001730     05  FILLER                           PIC X(11) VALUE
001740             'RATE AFTER'.
001750     05  FILLER                           PIC X(28) VALUE
001760             'REASON NOT APPLIED'.
001770
001780 01  DETAIL-REC.
001790     05  FILLER                           PIC X(01) VALUE SPACES.
001800     05  DTL-ID                           PIC X(05).
001810     05  FILLER                           PIC X(02) VALUE SPACES.
001820     05  DTL-L-NAME                       PIC X(15).
001830     05  FILLER                           PIC X(02) VALUE SPACES.
001840     05  DTL-EFF-DATE                     PIC X(08).
001850     05  FILLER                           PIC X(02) VALUE SPACES.
001860     05  DTL-OPERATOR                     PIC X(08).
001870     05  FILLER                           PIC X(02) VALUE SPACES.
001880     05  DTL-RESULT                       PIC X(11).
001890     05  FILLER                           PIC X(02) VALUE SPACES.
001900     05  DTL-B-DEPT                       PIC X(10).
001910     05  FILLER                           PIC X(02) VALUE SPACES.
001920     05  DTL-A-DEPT                       PIC X(10).
001930     05  FILLER                           PIC X(02) VALUE SPACES.
001940     05  DTL-B-RATE                       PIC ZZ,ZZ9.99.
001950     05  FILLER                           PIC X(02) VALUE SPACES.
001960     05  DTL-A-RATE                       PIC ZZ,ZZ9.99.
001970     05  FILLER                           PIC X(02) VALUE SPACES.
001980     05  DTL-REASON                       PIC X(27).
001990     05  FILLER                           PIC X(01) VALUE SPACES.
002000
002010 01  TOTAL-REC-1.
002020     05  FILLER                           PIC X(05) VALUE SPACES.
002030     05  FILLER                           PIC X(32)
002040             VALUE 'PENDING CHANGES READ:           '.
002050     05  TOT-READ                         PIC ZZZ,ZZ9.
002060     05  FILLER                           PIC X(88) VALUE SPACES.
002070
002080 01  TOTAL-REC-2.
002090     05  FILLER                           PIC X(05) VALUE SPACES.
002100     05  FILLER                           PIC X(32)
002110             VALUE 'APPLIED TONIGHT:                '.
002120     05  TOT-APPLIED                      PIC ZZZ,ZZ9.
002130     05  FILLER                           PIC X(88) VALUE SPACES.
002140
002150 01  TOTAL-REC-3.
002160     05  FILLER                           PIC X(05) VALUE SPACES.
002170     05  FILLER                           PIC X(32)
002180             VALUE 'NOT APPLIED TONIGHT:            '.
002190     05  TOT-NOT-APPLIED                  PIC ZZZ,ZZ9.
002200     05  FILLER                           PIC X(88) VALUE SPACES.
002210
002220 01  TOTAL-REC-4.
002230     05  FILLER                           PIC X(05) VALUE SPACES.
002240     05  FILLER                           PIC X(32)
002250             VALUE 'STILL WAITING (FUTURE DATED):   '.
002260     05  TOT-WAITING                      PIC ZZZ,ZZ9.
002270     05  FILLER                           PIC X(88) VALUE SPACES.
002280
002290 01  TOTAL-REC-5.
002300     05  FILLER                           PIC X(05) VALUE SPACES.
002310     05  FILLER                           PIC X(32)
002320             VALUE 'HELD NOT APPLIED FROM EARLIER:  '.
002330     05  TOT-HELD                         PIC ZZZ,ZZ9.
002340     05  FILLER                           PIC X(88) VALUE SPACES.
002350
002360
002370 PROCEDURE DIVISION.
002380*-----------------------------------------------------------------
002390* 0000-MAINLINE
002400*-----------------------------------------------------------------
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002430     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
002440         UNTIL END-OF-FILE.
002450     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002470     IF WS-NOT-APPLIED-COUNT > 0
002480         MOVE 4 TO RETURN-CODE
002490     END-IF.
002500     GOBACK.
002510
002520*-----------------------------------------------------------------
002530* 1000-INITIALIZE - OPEN THE PENDING FILE, THE MASTER, THE
002540* DEPARTMENT FILE, THE REPORT AND BOTH LOGS. A PENDING FILE THAT
002550* HAS NEVER BEEN CREATED IS NOT AN ERROR - THERE IS SIMPLY
002560* NOTHING TO APPLY.
002570*-----------------------------------------------------------------
002580 1000-INITIALIZE.
002581     MOVE 'EMPPND' TO RCT-PROGRAM
002590     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002600     MOVE WS-TODAY TO HL1-RUN-DATE
002610
002620     OPEN I-O PENDING-FILE
002630     IF FILE-STATUS-1 = '35'
002640         MOVE 'N' TO WS-PENDING-FILE-SW
002650         MOVE 'Y' TO WS-EOF-SW
002660         DISPLAY 'EMPPND - NO PENDING.DOC - NOTHING TO APPLY'
002670     ELSE
002680         IF FILE-STATUS-1 NOT = '00'
002690             DISPLAY 'EMPPND - UNABLE TO OPEN PENDING.DOC - '
002700                     'STATUS ' FILE-STATUS-1
002710             MOVE 16 TO RETURN-CODE
002720             STOP RUN
002730         END-IF
002740     END-IF
002750
002760     OPEN I-O OUTFILE
002770     IF FILE-STATUS-2 NOT = '00'
002780         DISPLAY 'EMPPND - UNABLE TO OPEN RPT.DOC - STATUS '
002790                 FILE-STATUS-2
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF
002830
002840     OPEN INPUT DEPT-FILE
002850     IF FILE-STATUS-3 NOT = '00'
002860         DISPLAY 'EMPPND - UNABLE TO OPEN DEPT.DOC - STATUS '
002870                 FILE-STATUS-3
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF
002901
002902     OPEN INPUT GRADE-FILE
002903     IF FILE-STATUS-7 = '35'
002904         MOVE 'N' TO WS-GRADE-FILE-SW
002905     ELSE
002906         IF FILE-STATUS-7 NOT = '00'
002907             DISPLAY 'EMPPND - UNABLE TO OPEN GRADE.DOC - STATUS '
002908                     FILE-STATUS-7
002909             MOVE 16 TO RETURN-CODE
002911             STOP RUN
002912         END-IF
002913     END-IF
002918
002920     OPEN OUTPUT REPORT-FILE
002930     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
002940
002950     OPEN EXTEND AUDIT-FILE
002960     IF FILE-STATUS-5 = '35'
002970         OPEN OUTPUT AUDIT-FILE
002980         CLOSE AUDIT-FILE
002990         OPEN EXTEND AUDIT-FILE
003000     END-IF
003010
003020     OPEN EXTEND HIST-FILE
003030     IF FILE-STATUS-6 = '35'
003040         OPEN OUTPUT HIST-FILE
003050         CLOSE HIST-FILE
003060         OPEN EXTEND HIST-FILE
003070     END-IF
003080
003090     IF PENDING-FILE-PRESENT
003100         PERFORM 1300-READ-NEXT THRU 1300-EXIT
003110     END-IF.
003120 1000-EXIT.
003130     EXIT.
003140
003150 1300-READ-NEXT.
003160     READ PENDING-FILE NEXT RECORD
003170         AT END
003180             MOVE 'Y' TO WS-EOF-SW
003190     END-READ.
003200 1300-EXIT.
003210     EXIT.
003220
003230*-----------------------------------------------------------------
003240* 2000-PROCESS-RECORDS - ONE PENDING CHANGE. A CHANGE STILL
003250* WAITING FOR ITS DATE, OR ONE ALREADY REFUSED ON AN EARLIER
003260* NIGHT, IS ONLY COUNTED.
003270*-----------------------------------------------------------------
003280 2000-PROCESS-RECORDS.
003290     ADD 1 TO WS-READ-COUNT
003300     EVALUATE TRUE
003310         WHEN PND-NOT-APPLIED
003320             ADD 1 TO WS-HELD-COUNT
003330         WHEN PND-EFF-DATE > WS-TODAY
003340             ADD 1 TO WS-WAITING-COUNT
003350         WHEN OTHER
003360             PERFORM 2100-APPLY-CHANGE THRU 2100-EXIT
003370     END-EVALUATE
003380     PERFORM 1300-READ-NEXT THRU 1300-EXIT.
003390 2000-EXIT.
003400     EXIT.
003410
003420*-----------------------------------------------------------------
003430* 2100-APPLY-CHANGE - CARRY ONE DUE CHANGE ACROSS TO THE MASTER.
003440* ONLY A FIELD WHOSE AFTER-IMAGE DIFFERS FROM ITS BEFORE-IMAGE IS
003450* TOUCHED. THE PENDING RECORD IS DELETED ONLY ONCE THE MASTER
003460* HAS BEEN REWRITTEN AND LOGGED.
003470*-----------------------------------------------------------------
003480 2100-APPLY-CHANGE.
003490     MOVE SPACES TO PND-REASON
003500     MOVE PND-ID TO EFR-ID
003510     READ OUTFILE KEY IS EFR-ID
003520         INVALID KEY
003530             MOVE 'P01 EMPLOYEE NOT ON FILE' TO PND-REASON
003540     END-READ
003550     IF PND-REASON = SPACES
003560         IF EFR-TERMINATED
003570             MOVE 'P02 EMPLOYEE TERMINATED' TO PND-REASON
003580         END-IF
003590     END-IF
003600     IF PND-REASON = SPACES
003610         IF PND-A-DEPT NOT = PND-B-DEPT
003620             PERFORM 2150-CHECK-DEPT THRU 2150-EXIT
003630         END-IF
003640     END-IF
003650     IF PND-REASON NOT = SPACES
003660         PERFORM 2200-HOLD-CHANGE THRU 2200-EXIT
003670         GO TO 2100-EXIT
003680     END-IF
003690
003700     PERFORM 2910-SET-BEFORE THRU 2910-EXIT
003710     MOVE 0 TO WS-FIELD-COUNT
003720     IF PND-A-F-NAME NOT = PND-B-F-NAME
003730             AND PND-A-F-NAME NOT = EFR-F-NAME
003740         MOVE PND-A-F-NAME TO EFR-F-NAME
003750         ADD 1 TO WS-FIELD-COUNT
003760     END-IF
003770     IF PND-A-L-NAME NOT = PND-B-L-NAME
003780             AND PND-A-L-NAME NOT = EFR-L-NAME
003790         MOVE PND-A-L-NAME TO EFR-L-NAME
003800         ADD 1 TO WS-FIELD-COUNT
003810     END-IF
003820     IF PND-A-DEPT NOT = PND-B-DEPT
003830             AND PND-A-DEPT NOT = EFR-DEPT
003840         MOVE PND-A-DEPT TO EFR-DEPT
003850         ADD 1 TO WS-FIELD-COUNT
003860     END-IF
003870     IF PND-A-HIRE-DATE NOT = PND-B-HIRE-DATE
003880             AND PND-A-HIRE-DATE NOT = EFR-HIRE-DATE
003890         MOVE PND-A-HIRE-DATE TO EFR-HIRE-DATE
003900         ADD 1 TO WS-FIELD-COUNT
003910     END-IF
003920     IF PND-A-PAY-RATE NOT = PND-B-PAY-RATE
003930             AND PND-A-PAY-RATE NOT = EFR-PAY-RATE
003940         MOVE PND-A-PAY-RATE TO EFR-PAY-RATE
003950         ADD 1 TO WS-FIELD-COUNT
003960     END-IF
003961     IF PND-A-GRADE NOT = PND-B-GRADE
003962             AND PND-A-GRADE NOT = EFR-GRADE
003963         MOVE PND-A-GRADE TO EFR-GRADE
003964         ADD 1 TO WS-FIELD-COUNT
003965     END-IF
003966     IF PND-A-MGR-ID NOT = PND-B-MGR-ID
003967             AND PND-A-MGR-ID NOT = EFR-MGR-ID
003968         MOVE PND-A-MGR-ID TO EFR-MGR-ID
003969         ADD 1 TO WS-FIELD-COUNT
003971     END-IF
003976     IF WS-FIELD-COUNT = 0
003980         MOVE 'P04 NOTHING LEFT TO CHANGE' TO PND-REASON
003990         PERFORM 2200-HOLD-CHANGE THRU 2200-EXIT
004000         GO TO 2100-EXIT
004010     END-IF
004011
004012     PERFORM 2160-CHECK-GRADE THRU 2160-EXIT
004013     IF PND-REASON NOT = SPACES
004014         PERFORM 2200-HOLD-CHANGE THRU 2200-EXIT
004015         GO TO 2100-EXIT
004016     END-IF
004017
004018     PERFORM 2170-CHECK-MANAGER THRU 2170-EXIT
004019     IF PND-REASON NOT = SPACES
004021         PERFORM 2200-HOLD-CHANGE THRU 2200-EXIT
004022         GO TO 2100-EXIT
004023     END-IF
004028
004030     REWRITE EMPLOYEE-FILE-REC
004040         INVALID KEY
004050             DISPLAY 'EMPPND - ERROR REWRITING ' EFR-ID
004060                     ' - STATUS ' FILE-STATUS-2
004070     END-REWRITE
004080     IF FILE-STATUS-2 NOT = '00'
004090         MOVE 'P05 MASTER REWRITE FAILED' TO PND-REASON
004100         PERFORM 2200-HOLD-CHANGE THRU 2200-EXIT
004110         GO TO 2100-EXIT
004120     END-IF
004130
004140     MOVE 'CHANGE' TO AUDIT-ACTION-CODE
004150     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
004160     PERFORM 2920-SET-AFTER THRU 2920-EXIT
004170     PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
004180
004190     ADD 1 TO WS-APPLIED-COUNT
004200     MOVE 'APPLIED' TO DTL-RESULT
004210     PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT
004220
004230     DELETE PENDING-FILE RECORD
004240         INVALID KEY
004250             DISPLAY 'EMPPND - ERROR DELETING PENDING ' PND-KEY
004260                     ' - STATUS ' FILE-STATUS-1
004270     END-DELETE.
004280 2100-EXIT.
004290     EXIT.
004300
004310*-----------------------------------------------------------------
004320* 2150-CHECK-DEPT - THE NEW DEPARTMENT MUST STILL BE AN ACTIVE
004330* CODE ON DEPT.DOC TONIGHT, THE SAME EDIT MADE WHEN IT WAS KEYED.
004340*-----------------------------------------------------------------
004350 2150-CHECK-DEPT.
004360     MOVE PND-A-DEPT TO DPT-CODE
004370     READ DEPT-FILE KEY IS DPT-CODE
004380         INVALID KEY
004390             MOVE 'P03 DEPT NOT ACTIVE' TO PND-REASON
004400         NOT INVALID KEY
004410             IF NOT DPT-ACTIVE
004420                 MOVE 'P03 DEPT NOT ACTIVE' TO PND-REASON
004430             END-IF
004440     END-READ.
004450 2150-EXIT.
004460     EXIT.
004461
004462*-----------------------------------------------------------------
004463* 2160-CHECK-GRADE - THE RECORD AS IT WILL BE REWRITTEN MUST STILL
004464* PASS THE PAY GRADE EDITS MADE WHEN THE CHANGE WAS KEYED: A GRADE
004465* NEWLY ASSIGNED MUST BE ACTIVE, AND THE RATE MUST SIT INSIDE THE
004466* GRADE RANGE AS IT STANDS TONIGHT. AN EMPLOYEE WITH NO GRADE IS
004467* NOT RANGE CHECKED. HST-B-GRADE STILL HOLDS THE MASTER GRADE
004468* FROM BEFORE THE CHANGE (2910).
004469*-----------------------------------------------------------------
004471 2160-CHECK-GRADE.
004472     IF EFR-GRADE = SPACES
004473         GO TO 2160-EXIT
004474     END-IF
004475     IF NOT GRADE-FILE-PRESENT
004476         MOVE 'P06 GRADE NOT ACTIVE' TO PND-REASON
004477         GO TO 2160-EXIT
004478     END-IF
004479     MOVE EFR-GRADE TO GRD-CODE
004481     READ GRADE-FILE KEY IS GRD-CODE
004482         INVALID KEY
004483             MOVE 'P06 GRADE NOT ACTIVE' TO PND-REASON
004484             GO TO 2160-EXIT
004485     END-READ
004486     IF NOT GRD-ACTIVE AND EFR-GRADE NOT = HST-B-GRADE
004487         MOVE 'P06 GRADE NOT ACTIVE' TO PND-REASON
004488         GO TO 2160-EXIT
004489     END-IF
004491     IF EFR-PAY-RATE < GRD-MIN-RATE OR EFR-PAY-RATE > GRD-MAX-RATE
004492         MOVE 'P07 RATE OUTSIDE GRADE RANGE' TO PND-REASON
004493     END-IF.
004494 2160-EXIT.
004495     EXIT.
004496
004497*-----------------------------------------------------------------
004498* 2170-CHECK-MANAGER - A MANAGER NEWLY ASSIGNED BY THE CHANGE MUST
004499* STILL PASS THE MANAGER EDIT MADE WHEN IT WAS KEYED: AN ACTIVE
004501* EMPLOYEE ON THE MASTER TONIGHT, AND NOT ONE WHOSE OWN CHAIN NOW
004502* LEADS BACK TO THIS EMPLOYEE. HST-B-MGR-ID STILL HOLDS THE MASTER
004503* MANAGER FROM BEFORE THE CHANGE (2910); A MANAGER THE CHANGE DID
004504* NOT TOUCH IS NOT EDITED AGAIN.
004505*-----------------------------------------------------------------
004506 2170-CHECK-MANAGER.
004507     IF EFR-MGR-ID = SPACES OR EFR-MGR-ID = HST-B-MGR-ID
004508         GO TO 2170-EXIT
004509     END-IF
004511     MOVE EFR-ID     TO MGC-EMP-ID
004512     MOVE EFR-MGR-ID TO MGC-MGR-ID
004513     PERFORM 8600-CHECK-MANAGER THRU 8600-EXIT
004514     IF MGC-NOT-ACTIVE
004515         MOVE 'P08 MANAGER NOT ACTIVE' TO PND-REASON
004516     END-IF
004517     IF MGC-LOOPS
004518         MOVE 'P09 MANAGER CHAIN LOOPS' TO PND-REASON
004519     END-IF.
004521 2170-EXIT.
004522     EXIT.
004523
004524*-----------------------------------------------------------------
004525* 2200-HOLD-CHANGE - A DUE CHANGE THAT CANNOT BE MADE STAYS ON THE
004526* PENDING FILE MARKED 'N' WITH ITS REASON FOR A SUPERVISOR TO
004527* CORRECT OR CANCEL, AND IS REPORTED.
004528*-----------------------------------------------------------------
004530 2200-HOLD-CHANGE.
004540     MOVE 'N' TO PND-STATUS
004550     REWRITE PENDING-REC
004560         INVALID KEY
004570             DISPLAY 'EMPPND - ERROR REWRITING PENDING ' PND-KEY
004580                     ' - STATUS ' FILE-STATUS-1
004590     END-REWRITE
004600     ADD 1 TO WS-NOT-APPLIED-COUNT
004610     MOVE 'NOT APPLIED' TO DTL-RESULT
004620     PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT.
004630 2200-EXIT.
004640     EXIT.
004650
004660*-----------------------------------------------------------------
004670* 2800-WRITE-AUDIT - LOG ONE APPLIED CHANGE UNDER THE OPERATOR WHO
004680* KEYED IT.
004690*-----------------------------------------------------------------
004700 2800-WRITE-AUDIT.
004710     ACCEPT AUD-DATE FROM DATE YYYYMMDD
004720     ACCEPT AUD-TIME FROM TIME
004730     MOVE PND-OPERATOR      TO AUD-OPERATOR
004740     MOVE AUDIT-ACTION-CODE TO AUD-ACTION
004750     MOVE EFR-ID            TO AUD-ID
004751
004752     MOVE 'C'               TO RCT-TYPE
004753     MOVE AUDIT-ACTION-CODE TO RCT-ITEM
004754     MOVE 1                 TO RCT-AMOUNT
004755     PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
004760
004770     WRITE AUDIT-REC.
004780
004790     IF FILE-STATUS-5 IS NOT EQUAL TO '00'
004800         DISPLAY 'EMPPND - ERROR WRITING AUDIT RECORD - STATUS '
004810                 FILE-STATUS-5
004812     ELSE
004813         MOVE 'W' TO RCT-TYPE
004814         PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
004815     END-IF.
004830 2800-EXIT.
004840     EXIT.
004850
004860*-----------------------------------------------------------------
004870* 2900-WRITE-HISTORY - ONE CHANGE-HISTORY JOURNAL RECORD TO
004880* HIST.LOG PER APPLIED CHANGE, CARRYING THE BEFORE AND AFTER
004890* IMAGE FILLED BY 2910/2920. SAME JOURNAL EMP-SCR AND EMPTRN
004900* WRITE.
004910*-----------------------------------------------------------------
004920 2900-WRITE-HISTORY.
004930     ACCEPT HST-DATE FROM DATE YYYYMMDD
004940     ACCEPT HST-TIME FROM TIME
004950     MOVE PND-OPERATOR      TO HST-OPERATOR
004960     MOVE AUDIT-ACTION-CODE TO HST-ACTION
004970     MOVE EFR-ID            TO HST-ID
004980
004990     WRITE HIST-REC.
005000
005010     IF FILE-STATUS-6 IS NOT EQUAL TO '00'
005020         DISPLAY 'EMPPND - ERROR WRITING HISTORY RECORD - '
005030                 'STATUS ' FILE-STATUS-6
005040     END-IF.
005050 2900-EXIT.
005060     EXIT.
005070
005080*-----------------------------------------------------------------
005090* 2910-SET-BEFORE - CAPTURE THE MASTER RECORD AS READ TONIGHT,
005100* AHEAD OF THE HELD CHANGE GOING IN.
005110*-----------------------------------------------------------------
005120 2910-SET-BEFORE.
005130     MOVE EFR-F-NAME    TO HST-B-F-NAME
005140     MOVE EFR-L-NAME    TO HST-B-L-NAME
005150     MOVE EFR-DEPT      TO HST-B-DEPT
005160     MOVE EFR-HIRE-DATE TO HST-B-HIRE-DATE
005170     MOVE EFR-PAY-RATE  TO HST-B-PAY-RATE
005180     MOVE EFR-STATUS    TO HST-B-STATUS
005190     MOVE EFR-TERM-DATE TO HST-B-TERM-DATE
005191     MOVE EFR-GRADE     TO HST-B-GRADE
005192     MOVE EFR-MGR-ID    TO HST-B-MGR-ID.
005200 2910-EXIT.
005210     EXIT.
005220
005230*-----------------------------------------------------------------
005240* 2920-SET-AFTER - CAPTURE THE MASTER RECORD AS JUST REWRITTEN.
005250*-----------------------------------------------------------------
005260 2920-SET-AFTER.
005270     MOVE EFR-F-NAME    TO HST-A-F-NAME
005280     MOVE EFR-L-NAME    TO HST-A-L-NAME
005290     MOVE EFR-DEPT      TO HST-A-DEPT
005300     MOVE EFR-HIRE-DATE TO HST-A-HIRE-DATE
005310     MOVE EFR-PAY-RATE  TO HST-A-PAY-RATE
005320     MOVE EFR-STATUS    TO HST-A-STATUS
005330     MOVE EFR-TERM-DATE TO HST-A-TERM-DATE
005331     MOVE EFR-GRADE     TO HST-A-GRADE
005332     MOVE EFR-MGR-ID    TO HST-A-MGR-ID.
005340 2920-EXIT.
005350     EXIT.
005360
005370*-----------------------------------------------------------------
005380* 3000-WRITE-DETAIL - ONE REPORT LINE PER CHANGE APPLIED OR NOT
005390* APPLIED TONIGHT. THE NAME IS THE MASTER'S WHEN THE EMPLOYEE IS
005400* STILL ON FILE, OTHERWISE THE ONE KEYED WITH THE CHANGE.
005410*-----------------------------------------------------------------
005420 3000-WRITE-DETAIL.
005430     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005440         PERFORM 3100-WRITE-HEADINGS THRU 3100-EXIT
005450     END-IF
005460
005470     MOVE PND-ID          TO DTL-ID
005480     IF PND-REASON(1:3) = 'P01'
005490         MOVE PND-A-L-NAME TO DTL-L-NAME
005500     ELSE
005510         MOVE EFR-L-NAME  TO DTL-L-NAME
005520     END-IF
005530     MOVE PND-EFF-DATE    TO DTL-EFF-DATE
005540     MOVE PND-OPERATOR    TO DTL-OPERATOR
005550     MOVE PND-B-DEPT      TO DTL-B-DEPT
005560     MOVE PND-A-DEPT      TO DTL-A-DEPT
005570     MOVE PND-B-PAY-RATE  TO DTL-B-RATE
005580     MOVE PND-A-PAY-RATE  TO DTL-A-RATE
005590     MOVE PND-REASON      TO DTL-REASON
005600     WRITE PRINT-LINE FROM DETAIL-REC
005610     ADD 1 TO WS-LINE-COUNT.
005620 3000-EXIT.
005630     EXIT.
005640
005650 3100-WRITE-HEADINGS.
005660     ADD 1 TO WS-PAGE-COUNT
005670     MOVE WS-PAGE-COUNT TO HL1-PAGE-NO
005680     WRITE PRINT-LINE FROM HEADING-REC-1
005690     WRITE PRINT-LINE FROM HEADING-REC-2
005700     MOVE SPACES TO PRINT-LINE
005710     WRITE PRINT-LINE
005720     MOVE ZEROS TO WS-LINE-COUNT.
005730 3100-EXIT.
005740     EXIT.
005750
005760*-----------------------------------------------------------------
005770* 8000-WRITE-TOTALS - CONTROL TOTALS FOR THE NIGHT'S APPLY.
005780*-----------------------------------------------------------------
005790 8000-WRITE-TOTALS.
005800     IF WS-PAGE-COUNT = 0
005810         PERFORM 3100-WRITE-HEADINGS THRU 3100-EXIT
005820     END-IF
005830     MOVE WS-READ-COUNT        TO TOT-READ
005840     MOVE WS-APPLIED-COUNT     TO TOT-APPLIED
005850     MOVE WS-NOT-APPLIED-COUNT TO TOT-NOT-APPLIED
005860     MOVE WS-WAITING-COUNT     TO TOT-WAITING
005870     MOVE WS-HELD-COUNT        TO TOT-HELD
005880     MOVE SPACES TO PRINT-LINE
005890     WRITE PRINT-LINE
005900     WRITE PRINT-LINE FROM TOTAL-REC-1
005910     WRITE PRINT-LINE FROM TOTAL-REC-2
005920     WRITE PRINT-LINE FROM TOTAL-REC-3
005930     WRITE PRINT-LINE FROM TOTAL-REC-4
005940     WRITE PRINT-LINE FROM TOTAL-REC-5.
005950 8000-EXIT.
005960     EXIT.
005970
005980*-----------------------------------------------------------------
005990* 9000-TERMINATE
006000*-----------------------------------------------------------------
006010 9000-TERMINATE.
006020     DISPLAY 'EMPPND - PENDING CHANGES READ:  ' WS-READ-COUNT
006030     DISPLAY 'EMPPND - APPLIED:               ' WS-APPLIED-COUNT
006040     DISPLAY 'EMPPND - NOT APPLIED:           '
006050             WS-NOT-APPLIED-COUNT
006060     DISPLAY 'EMPPND - STILL WAITING:         ' WS-WAITING-COUNT
006061     PERFORM 8750-POST-CONTROL THRU 8750-EXIT
006070     IF PENDING-FILE-PRESENT
006080         CLOSE PENDING-FILE
006090     END-IF
006100     CLOSE OUTFILE
006110     CLOSE DEPT-FILE
006120     CLOSE REPORT-FILE
006130     CLOSE AUDIT-FILE
006140     CLOSE HIST-FILE
006141     IF GRADE-FILE-PRESENT
006142         CLOSE GRADE-FILE
006143     END-IF.
006150 9000-EXIT.
006160     EXIT.
006161
006162     COPY RUNCTP.
006163
006164     COPY MGRCKP.
