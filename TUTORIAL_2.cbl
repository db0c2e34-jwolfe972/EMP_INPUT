000820*                RE-STARTS AT THE LAST LISTED NAME AND READS
000830*                PAST THE RECORDS ALREADY SHOWN, SO EMPLOYEES
000840*                SHARING THAT LAST NAME ARE NO LONGER SKIPPED.
000850* 09/03/2026 JW  HIRE AND TERMINATION DATES ARE NOW EDITED AS
000860*                REAL YYYYMMDD CALENDAR DATES THROUGH THE SHARED
000870*                DATE EDIT (DATEDW/DATEDP). A HIRE DATE MAY NOT
000880*                BE IN THE FUTURE AND A TERMINATION DATE MAY NOT
000890*                BE EARLIER THAN THE EMPLOYEE'S HIRE DATE.
000900* 09/03/2026 JW  ADDED THE R (REHIRE) CHOICE TO MAINT-REC-SCREEN
000910*                FOR TERMINATED EMPLOYEES: CAPTURES THE NEW HIRE
000920*                DATE, CLEARS THE TERMINATION DATE, SETS THE
000930*                RECORD ACTIVE AND LOGS A REHIRE ACTION, SO
000940*                OPERATORS NO LONGER FUDGE REHIRES BY OVERTYPING
000950*                AN UPDATE.
000960* 09/03/2026 JW  EVERY ADD, CHANGE, TERMINATE, REHIRE AND DELETE
000970*                NOW ALSO WRITES A CHANGE-HISTORY JOURNAL RECORD
000980*                (HIST.LOG, HSTREC.CPY) CARRYING THE FULL BEFORE
000990*                AND AFTER IMAGE OF THE EMPREC FIELDS, AND AN
001000*                H (HISTORY INQUIRY) CHOICE ON THE MAIN MENU
001010*                SHOWS AN EMPLOYEE'S LAST TEN JOURNAL RECORDS
001020*                NEWEST-FIRST. THE JOURNAL IS NEVER CYCLED.
001030* 09/03/2026 JW  DEPARTMENT DEACTIVATION (X) NOW FIRST COUNTS
001040*                THE ACTIVE EMPLOYEES STILL ASSIGNED TO THE CODE
001050*                ON THE MASTER AND REFUSES, WITH THE COUNT,
001060*                WHILE ANY REMAIN - A REORG IS RUN THROUGH THE
001070*                EMPXFR BULK TRANSFER UTILITY FIRST.
001080* 09/03/2026 JW  OPERATOR PASSWORD SECURITY: PASSWORDS NOW AGE
001090*                (OPS-PW-DATE, FORCED CHANGE AT SIGN-ON WHEN
001100*                EXPIRED OR NEWLY SET), EVERY OPERATOR CAN
001110*                CHANGE THEIR OWN PASSWORD OFF THE MAIN MENU
001120*                (P), AND THREE CONSECUTIVE FAILED SIGN-ONS
001130*                LOCK THE OPERATOR RECORD (OPS-LOCK) UNTIL A
001140*                SUPERVISOR CLEARS IT THROUGH OPERATOR
001150*                MAINTENANCE (L). PWCHG, LOCK AND UNLOCK ALL
001160*                LOG TO AUDIT.LOG. AN OPSEC.DOC BUILT BEFORE
001170*                THE NEW FIELDS MUST BE REBUILT (SEE OPSREC).
001180* 10/15/2026 JW  ADDED SUPERVISOR-ONLY EMPLOYEE DEDUCTION
001190*                MAINTENANCE OFF THE MAIN MENU (E) AGAINST THE
001200*                NEW DEDUCTION MASTER (DEDUCT.DOC, DEDREC.CPY):
001210*                LIST, ADD, CHANGE AND DELETE AN EMPLOYEE'S
001220*                RECURRING DEDUCTIONS (FLAT AMOUNT OR PERCENT OF
001230*                GROSS, WITH START AND STOP DATES). EACH ADD,
001240*                CHANGE AND DELETE LOGS DEDADD/DEDCHG/DEDDEL TO
001250*                AUDIT.LOG AND JOURNALS THE DEDUCTION IMAGES TO
001260*                HIST.LOG UNDER THE EMPLOYEE'S ID, AND THE
001270*                HISTORY INQUIRY SHOWS THEM.
001280* 10/15/2026 JW  LEAVE BALANCES (LEAVE.DOC, LVEREC.CPY): L ON
001290*                MAINT-REC-SCREEN SHOWS THE EMPLOYEE'S VACATION
001300*                AND SICK BALANCES, THE YEAR'S ACCRUED AND USED
001310*                HOURS AND ANY PAYOUT OWED. TERMINATING AN
001320*                EMPLOYEE (T) NOW FREEZES THEIR LEAVE RECORD AND
001330*                SHOWS THE UNUSED VACATION PAYOUT OWED.
001340* 10/15/2026 JW  EFFECTIVE-DATED CHANGES: MAINT-REC-SCREEN TAKES
001350*                AN EFFECTIVE DATE ON AN UPDATE (BLANK = TODAY). A
001360*                LATER DATE HOLDS THE CHANGE ON PENDING.DOC
001370*                (PNDREC.CPY) FOR THE NIGHTLY EMPPND STEP INSTEAD
001380*                OF REWRITING THE MASTER. P LISTS THE EMPLOYEE'S
001390*                PENDING CHANGES AND LETS THE SUPERVISOR CORRECT
001400*                OR CANCEL ONE.
001410* 10/15/2026 JW  PAY GRADES (GRADE.DOC, GRDREC.CPY): THE EMPLOYEE
001420*                RECORD NOW CARRIES A PAY GRADE, KEYED ON THE
001430*                ENTRY AND MAINTENANCE SCREENS AND EDITED AGAINST
001440*                THE GRADE FILE THE WAY THE DEPARTMENT IS. A PAY
001450*                RATE OUTSIDE THE GRADE MINIMUM AND MAXIMUM IS
001460*                REFUSED AND RE-PROMPTED WITH THE RANGE SHOWN, ON
001470*                AN ADD, AN UPDATE AND A PENDING-CHANGE
001480*                CORRECTION. SUPERVISOR-ONLY PAY GRADE MAINTENANCE
001490*                (G) OFF THE MAIN MENU ADDS, CHANGES AND
001500*                DEACTIVATES GRADES; A GRADE STILL HELD BY AN
001510*                ACTIVE EMPLOYEE CANNOT BE DEACTIVATED.
001520* 10/15/2026 JW  EVERY AUDIT RECORD WRITTEN IS COUNTED BY ACTION
001530*                AND THE SESSION'S COUNTS ARE POSTED TO THE RUN-
001540*                CONTROL LEDGER (RUNCTL.LOG) WHEN IT ENDS, WITH A
001550*                COUNT OF ACTIVE EMPLOYEES DELETED (DELACT), FOR
001560*                THE NIGHTLY BALANCING STEP.
001570* 10/15/2026 JW  REPORTS-TO MANAGER: THE EMPLOYEE RECORD NOW
001580*                CARRIES A MANAGER ID, KEYED ON THE ENTRY AND
001590*                MAINTENANCE SCREENS AND ON A PENDING-CHANGE
001600*                CORRECTION. IT MUST BE AN ACTIVE EMPLOYEE AND
001610*                MAY NOT CLOSE A LOOP IN THE REPORTING CHAIN
001620*                (SHARED EDIT 8600, MGRCKW/MGRCKP). BLANK MEANS
001630*                NO MANAGER. TERMINATING A MANAGER SAYS HOW MANY
001640*                ACTIVE EMPLOYEES STILL REPORT TO THEM; THE
001650*                NIGHTLY ORPHANED-REPORTS LIST PICKS THEM UP.
001660*-----------------------------------------------------------------
001670
001680 ENVIRONMENT DIVISION.
001690 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001710
001720     SELECT OUTFILE ASSIGN TO 'RPT.DOC'
001730         ORGANIZATION IS INDEXED
001740         ACCESS MODE IS DYNAMIC
001750         RECORD KEY IS EFR-ID
001760         ALTERNATE RECORD KEY IS EFR-L-NAME WITH DUPLICATES
001770         FILE STATUS IS FILE-STATUS-1.
001780
001790     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
001800         ORGANIZATION IS LINE SEQUENTIAL
001810         FILE STATUS IS FILE-STATUS-2.
001820
001830     SELECT DEPT-FILE ASSIGN TO 'DEPT.DOC'
001840         ORGANIZATION IS INDEXED
001850         ACCESS MODE IS DYNAMIC
001860         RECORD KEY IS DPT-CODE
001870         FILE STATUS IS FILE-STATUS-3.
001880
001890     SELECT OPER-FILE ASSIGN TO 'OPSEC.DOC'
001900         ORGANIZATION IS INDEXED
001910         ACCESS MODE IS DYNAMIC
001920         RECORD KEY IS OPS-ID
001930         FILE STATUS IS FILE-STATUS-4.
001940
001950     SELECT HIST-FILE ASSIGN TO 'HIST.LOG'
001960         ORGANIZATION IS LINE SEQUENTIAL
001970         FILE STATUS IS FILE-STATUS-5.
001980
001990*    SECOND SELECT ON HIST.LOG SO THE HISTORY INQUIRY CAN READ
002000*    THE JOURNAL WHILE THE WRITER SIDE STAYS OPEN EXTEND, THE
002010*    SAME WAY EMPBKP CARRIES TWO SELECTS ON RPT.DOC.
002020     SELECT HIST-IN-FILE ASSIGN TO 'HIST.LOG'
002030         ORGANIZATION IS LINE SEQUENTIAL
002040         FILE STATUS IS FILE-STATUS-6.
002050
002060     SELECT DEDUCT-FILE ASSIGN TO 'DEDUCT.DOC'
002070         ORGANIZATION IS INDEXED
002080         ACCESS MODE IS DYNAMIC
002090         RECORD KEY IS DED-KEY
002100         FILE STATUS IS FILE-STATUS-7.
002110
002120     SELECT LEAVE-FILE ASSIGN TO 'LEAVE.DOC'
002130         ORGANIZATION IS INDEXED
002140         ACCESS MODE IS DYNAMIC
002150         RECORD KEY IS LVE-ID
002160         FILE STATUS IS FILE-STATUS-8.
002170
002180     SELECT PENDING-FILE ASSIGN TO 'PENDING.DOC'
002190         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS DYNAMIC
002210         RECORD KEY IS PND-KEY
002220         FILE STATUS IS FILE-STATUS-9.
002230
002240     SELECT GRADE-FILE ASSIGN TO 'GRADE.DOC'
002250         ORGANIZATION IS INDEXED
002260         ACCESS MODE IS DYNAMIC
002270         RECORD KEY IS GRD-CODE
002280         FILE STATUS IS FILE-STATUS-10.
002290
002300     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
002310         ORGANIZATION IS LINE SEQUENTIAL
002320         FILE STATUS IS RCT-FILE-STATUS.
002330
002340 DATA DIVISION.
002350 FILE SECTION.
002360
002370 FD  OUTFILE.
002380     COPY EMPREC.
002390
002400 FD  AUDIT-FILE RECORDING MODE F.
002410     COPY EMPAUD.
002420
002430 FD  DEPT-FILE.
002440     COPY DEPTREC.
002450
002460 FD  OPER-FILE.
002470     COPY OPSREC.
002480
002490 FD  HIST-FILE RECORDING MODE F.
002500     COPY HSTREC.
002510
002520 FD  HIST-IN-FILE RECORDING MODE F.
002530 01  HIN-REC                             PIC X(201).
002540
002550 FD  DEDUCT-FILE.
002560     COPY DEDREC.
002570
002580 FD  LEAVE-FILE.
002590     COPY LVEREC.
002600
002610 FD  PENDING-FILE.
002620     COPY PNDREC.
002630
002640 FD  GRADE-FILE.
002650     COPY GRDREC.
002660
002670 FD  RUNCTL-FILE RECORDING MODE F.
002680     COPY CTLREC.
002690
002700
002710 WORKING-STORAGE SECTION.
002720*-----------------------------------------------------------------
002730* FILE STATUS AND PROGRAM SWITCHES
002740*-----------------------------------------------------------------
002750 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
002760 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
002770 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
002780 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
002790 77  FILE-STATUS-5                        PIC X(02) VALUE SPACES.
002800 77  FILE-STATUS-6                        PIC X(02) VALUE SPACES.
002810 77  FILE-STATUS-7                        PIC X(02) VALUE SPACES.
002820 77  FILE-STATUS-8                        PIC X(02) VALUE SPACES.
002830 77  FILE-STATUS-9                        PIC X(02) VALUE SPACES.
002840 77  FILE-STATUS-10                       PIC X(02) VALUE SPACES.
002850
002860     COPY RUNCTW.
002870     COPY MGRCKW.
002880
002890 77  WS-DUP-SW                            PIC X(01) VALUE 'N'.
002900     88  DUPLICATE-FOUND                          VALUE 'Y'.
002910     88  NO-DUPLICATE-FOUND                       VALUE 'N'.
002920
002930 77  WS-ANY-FILLED-SW                     PIC X(01) VALUE 'N'.
002940     88  ANY-FIELD-FILLED                         VALUE 'Y'.
002950
002960 77  WS-CONFIRM-SW                        PIC X(01) VALUE 'N'.
002970     88  ENTRY-CONFIRMED                          VALUE 'Y'.
002980
002990 77  WS-CONFIRM-RESP                      PIC X(01) VALUE SPACE.
003000     88  CONFIRM-YES                              VALUE 'Y' 'y'.
003010     88  CONFIRM-NO                               VALUE 'N' 'n'.
003020
003030 77  WS-FOUND-SW                          PIC X(01) VALUE 'N'.
003040     88  RECORD-FOUND                             VALUE 'Y'.
003050
003060 77  WS-MAINT-CANCEL-SW                   PIC X(01) VALUE 'N'.
003070     88  MAINT-CANCELLED                          VALUE 'Y'.
003080
003090 77  MAINT-ACTION                         PIC X(01) VALUE SPACE.
003100     88  MAINT-UPDATE                              VALUE 'U' 'u'.
003110     88  MAINT-TERMINATE                           VALUE 'T' 't'.
003120     88  MAINT-DELETE                              VALUE 'D' 'd'.
003130     88  MAINT-REHIRE                              VALUE 'R' 'r'.
003140     88  MAINT-LEAVE                               VALUE 'L' 'l'.
003150     88  MAINT-PENDING                             VALUE 'P' 'p'.
003160
003170 77  MAINT-ID-SEARCH                      PIC X(05) VALUE SPACES.
003180
003190 77  WS-DEPT-VALID-SW                     PIC X(01) VALUE 'N'.
003200     88  DEPT-CODE-VALID                          VALUE 'Y'.
003210
003220 77  WS-DM-DONE-SW                        PIC X(01) VALUE 'N'.
003230     88  DEPT-MAINT-DONE                          VALUE 'Y'.
003240
003250 77  DM-ACTION                            PIC X(01) VALUE SPACE.
003260     88  DM-UPDATE                                VALUE 'U' 'u'.
003270     88  DM-DEACTIVATE                            VALUE 'X' 'x'.
003280
003290 77  DM-ADD-RESP                          PIC X(01) VALUE SPACE.
003300     88  DM-ADD-YES                               VALUE 'Y' 'y'.
003310
003320 77  DM-CODE                              PIC X(10) VALUE SPACES.
003330 77  DM-NAME                              PIC X(30) VALUE SPACES.
003340
003350 77  WS-CNT-EOF-SW                        PIC X(01) VALUE 'N'.
003360     88  COUNT-END-OF-FILE                        VALUE 'Y'.
003370 77  WS-DEPT-EMP-COUNT                    PIC 9(06) COMP VALUE 0.
003380 77  WS-DEPT-EMP-DISP                     PIC ZZZ,ZZ9.
003390
003400*-----------------------------------------------------------------
003410* PAY GRADE - THE REFERENCE AND RANGE EDIT SWITCHES FOR THE ENTRY
003420* AND MAINTENANCE SCREENS, AND PAY GRADE MAINTENANCE IN THE SAME
003430* SHAPE AS DEPARTMENT MAINTENANCE.
003440*-----------------------------------------------------------------
003450 77  WS-GRADE-VALID-SW                    PIC X(01) VALUE 'N'.
003460     88  GRADE-CODE-VALID                         VALUE 'Y'.
003470
003480 77  WS-RANGE-VALID-SW                    PIC X(01) VALUE 'N'.
003490     88  RATE-IN-RANGE                            VALUE 'Y'.
003500
003510 77  WS-GM-DONE-SW                        PIC X(01) VALUE 'N'.
003520     88  GRADE-MAINT-DONE                         VALUE 'Y'.
003530
003540 77  GM-ACTION                            PIC X(01) VALUE SPACE.
003550     88  GM-UPDATE                                VALUE 'U' 'u'.
003560     88  GM-DEACTIVATE                            VALUE 'X' 'x'.
003570
003580 77  GM-ADD-RESP                          PIC X(01) VALUE SPACE.
003590     88  GM-ADD-YES                               VALUE 'Y' 'y'.
003600
003610 77  GM-CODE                              PIC X(04) VALUE SPACES.
003620 77  GM-NAME                              PIC X(30) VALUE SPACES.
003630 77  GM-MIN-RATE                         PIC 9(05)V99 VALUE ZEROS.
003640 77  GM-MID-RATE                         PIC 9(05)V99 VALUE ZEROS.
003650 77  GM-MAX-RATE                         PIC 9(05)V99 VALUE ZEROS.
003660 77  WS-GM-EDIT-MSG                       PIC X(40) VALUE SPACES.
003670 77  WS-GRADE-EMP-COUNT                   PIC 9(06) COMP VALUE 0.
003680 77  WS-GRADE-EMP-DISP                    PIC ZZZ,ZZ9.
003690
003700*-----------------------------------------------------------------
003710* REPORTS-TO MANAGER - THE EDIT SWITCH FOR THE ENTRY AND
003720* MAINTENANCE SCREENS, THE MANAGER ON FILE BEFORE AN UPDATE (AN
003730* UNCHANGED MANAGER IS NOT RE-EDITED), AND THE COUNT OF ACTIVE
003740* EMPLOYEES STILL REPORTING TO SOMEONE JUST TERMINATED.
003750*-----------------------------------------------------------------
003760 77  WS-MGR-VALID-SW                      PIC X(01) VALUE 'N'.
003770     88  MGR-ID-VALID                             VALUE 'Y'.
003780 77  WS-OLD-MGR-ID                        PIC X(05) VALUE SPACES.
003790 77  WS-MGR-EMP-COUNT                     PIC 9(06) COMP VALUE 0.
003800 77  WS-MGR-EMP-DISP                      PIC ZZZ,ZZ9.
003810
003820 77  OPERATOR-ID                          PIC X(08) VALUE SPACES.
003830
003840 77  OPERATOR-PASSWORD                    PIC X(08) VALUE SPACES.
003850
003860 77  WS-OPER-AUTH                         PIC X(01) VALUE SPACE.
003870     88  OPER-SUPERVISOR                          VALUE 'S'.
003880
003890 77  WS-SIGNON-SW                         PIC X(01) VALUE 'N'.
003900     88  SIGNON-OK                                VALUE 'Y'.
003910 77  WS-SIGNON-TRIES                      PIC 9(01) COMP VALUE 0.
003920
003930*-----------------------------------------------------------------
003940* PASSWORD AGING - A PASSWORD SET BEFORE THE CUTOFF (TODAY
003950* BACKED OFF BY THE EXPIRY PERIOD, SAME SHAPE AS THE EMPPUR
003960* RETENTION CUTOFF) MUST BE CHANGED AT SIGN-ON, AS MUST A
003970* RECORD WHOSE OPS-PW-DATE IS STILL SPACES (NEWLY ADDED OR
003980* RESET BY A SUPERVISOR).
003990*-----------------------------------------------------------------
004000 77  WS-PW-EXPIRY-MONTHS                  PIC 9(02) VALUE 3.
004010
004020 01  WS-PW-CUTOFF.
004030     05  WS-PWC-YYYY                     PIC 9(04).
004040     05  WS-PWC-MM                       PIC 9(02).
004050     05  WS-PWC-DD                       PIC X(02).
004060
004070 77  WS-CUR-PW                            PIC X(08) VALUE SPACES.
004080 77  WS-NEW-PW1                           PIC X(08) VALUE SPACES.
004090 77  WS-NEW-PW2                           PIC X(08) VALUE SPACES.
004100
004110 77  OPER-AUD-BY                          PIC X(08) VALUE SPACES.
004120 77  OPER-AUD-TARGET                      PIC X(08) VALUE SPACES.
004130
004140 77  WS-OM-DONE-SW                        PIC X(01) VALUE 'N'.
004150     88  OPER-MAINT-DONE                          VALUE 'Y'.
004160
004170 77  OM-ACTION                            PIC X(01) VALUE SPACE.
004180     88  OM-UPDATE                                VALUE 'U' 'u'.
004190     88  OM-DEACTIVATE                            VALUE 'X' 'x'.
004200     88  OM-REACTIVATE                            VALUE 'R' 'r'.
004210     88  OM-UNLOCK                                VALUE 'L' 'l'.
004220
004230 77  OM-ADD-RESP                          PIC X(01) VALUE SPACE.
004240     88  OM-ADD-YES                               VALUE 'Y' 'y'.
004250
004260 77  OM-ID                                PIC X(08) VALUE SPACES.
004270 77  OM-PASSWORD                          PIC X(08) VALUE SPACES.
004280 77  OM-AUTH                              PIC X(01) VALUE SPACE.
004290
004300 77  MAINT-NAME-SEARCH                    PIC X(15) VALUE SPACES.
004310 77  WS-LAST-LNAME                        PIC X(15) VALUE SPACES.
004320 77  WS-LAST-ID                           PIC X(05)
004330         VALUE LOW-VALUES.
004340 77  SRCH-CHOICE                          PIC X(05) VALUE SPACES.
004350 77  WS-SRCH-LEN                          PIC 9(02) COMP VALUE 0.
004360 77  WS-IX                                PIC 9(02) COMP VALUE 0.
004370 77  WS-LX                                PIC 9(02) COMP VALUE 0.
004380
004390 77  WS-SRCH-EOF-SW                       PIC X(01) VALUE 'N'.
004400     88  SRCH-NO-MORE                             VALUE 'Y'.
004410
004420 77  WS-SRCH-DONE-SW                      PIC X(01) VALUE 'N'.
004430     88  SRCH-DONE                                VALUE 'Y'.
004440
004450 77  WS-SKIP-DONE-SW                      PIC X(01) VALUE 'N'.
004460     88  SKIP-DONE                                VALUE 'Y'.
004470
004480*-----------------------------------------------------------------
004490* NAME-SEARCH PICK LIST - ONE BUILT DETAIL LINE, TEN DISPLAY
004500* SLOTS, AND A TABLE VIEW OF THE SLOTS FOR FILLING BY SUBSCRIPT.
004510*-----------------------------------------------------------------
004520 01  SRCH-DTL.
004530     05  SRCH-DTL-ID                     PIC X(05).
004540     05  FILLER                          PIC X(02) VALUE SPACES.
004550     05  SRCH-DTL-LNAME                  PIC X(15).
004560     05  FILLER                          PIC X(02) VALUE SPACES.
004570     05  SRCH-DTL-FNAME                  PIC X(15).
004580     05  FILLER                          PIC X(02) VALUE SPACES.
004590     05  SRCH-DTL-DEPT                   PIC X(10).
004600
004610 01  SRCH-LIST-AREA.
004620     05  SRCH-L1                         PIC X(51) VALUE SPACES.
004630     05  SRCH-L2                         PIC X(51) VALUE SPACES.
004640     05  SRCH-L3                         PIC X(51) VALUE SPACES.
004650     05  SRCH-L4                         PIC X(51) VALUE SPACES.
004660     05  SRCH-L5                         PIC X(51) VALUE SPACES.
004670     05  SRCH-L6                         PIC X(51) VALUE SPACES.
004680     05  SRCH-L7                         PIC X(51) VALUE SPACES.
004690     05  SRCH-L8                         PIC X(51) VALUE SPACES.
004700     05  SRCH-L9                         PIC X(51) VALUE SPACES.
004710     05  SRCH-L10                        PIC X(51) VALUE SPACES.
004720
004730 01  SRCH-LIST-TBL REDEFINES SRCH-LIST-AREA.
004740     05  SRCH-LINE                       PIC X(51)
004750             OCCURS 10 TIMES.
004760
004770 77  AUDIT-ACTION-CODE                    PIC X(06) VALUE SPACES.
004780
004790 77  WS-TODAY                             PIC X(08) VALUE SPACES.
004800
004810 77  WS-HDATE-VALID-SW                    PIC X(01) VALUE 'N'.
004820     88  HIRE-DATE-VALID                          VALUE 'Y'.
004830
004840 77  WS-TDATE-VALID-SW                    PIC X(01) VALUE 'N'.
004850     88  TERM-DATE-VALID                          VALUE 'Y'.
004860
004870     COPY DATEDW.
004880
004890*-----------------------------------------------------------------
004900* HISTORY INQUIRY - THE LAST TEN JOURNAL RECORDS FOR THE KEYED
004910* ID ARE KEPT IN HIST-TBL (OLDEST DROPS OFF WHEN FULL) AND SHOWN
004920* NEWEST-FIRST, ONE BUILT DETAIL LINE PER SLOT, THE SAME SHAPE
004930* AS THE NAME-SEARCH PICK LIST.
004940*-----------------------------------------------------------------
004950 77  HI-ID                                PIC X(05) VALUE SPACES.
004960 77  HI-ACK                               PIC X(01) VALUE SPACE.
004970
004980 77  WS-HI-DONE-SW                        PIC X(01) VALUE 'N'.
004990     88  HIST-INQ-DONE                            VALUE 'Y'.
005000
005010 77  WS-HIST-EOF-SW                       PIC X(01) VALUE 'N'.
005020     88  HIST-IN-EOF                              VALUE 'Y'.
005030
005040 77  WS-HX                                PIC 9(02) COMP VALUE 0.
005050 77  WS-HDX                               PIC 9(02) COMP VALUE 0.
005060 77  WS-HSX                               PIC S9(03) COMP VALUE 0.
005070
005080 01  HIST-TABLE.
005090     05  HIST-TBL                        PIC X(201)
005100             OCCURS 10 TIMES.
005110
005120 01  HIST-DTL.
005130     05  HDL-DATE                        PIC X(08).
005140     05  FILLER                          PIC X(01) VALUE SPACES.
005150     05  HDL-TIME                        PIC X(08).
005160     05  FILLER                          PIC X(01) VALUE SPACES.
005170     05  HDL-ACTION                      PIC X(06).
005180     05  FILLER                          PIC X(01) VALUE SPACES.
005190     05  HDL-DEPT-B                      PIC X(10).
005200     05  FILLER                          PIC X(01) VALUE '>'.
005210     05  HDL-DEPT-A                      PIC X(10).
005220     05  FILLER                          PIC X(01) VALUE SPACES.
005230     05  HDL-RATE-B                      PIC ZZZZ9.99.
005240     05  FILLER                          PIC X(01) VALUE '>'.
005250     05  HDL-RATE-A                      PIC ZZZZ9.99.
005260     05  FILLER                          PIC X(01) VALUE SPACES.
005270     05  HDL-STAT-B                      PIC X(01).
005280     05  FILLER                          PIC X(01) VALUE '>'.
005290     05  HDL-STAT-A                      PIC X(01).
005300
005310 01  HIST-LIST-AREA.
005320     05  HIST-L1                         PIC X(68) VALUE SPACES.
005330     05  HIST-L2                         PIC X(68) VALUE SPACES.
005340     05  HIST-L3                         PIC X(68) VALUE SPACES.
005350     05  HIST-L4                         PIC X(68) VALUE SPACES.
005360     05  HIST-L5                         PIC X(68) VALUE SPACES.
005370     05  HIST-L6                         PIC X(68) VALUE SPACES.
005380     05  HIST-L7                         PIC X(68) VALUE SPACES.
005390     05  HIST-L8                         PIC X(68) VALUE SPACES.
005400     05  HIST-L9                         PIC X(68) VALUE SPACES.
005410     05  HIST-L10                        PIC X(68) VALUE SPACES.
005420
005430 01  HIST-LIST-TBL REDEFINES HIST-LIST-AREA.
005440     05  HIST-LINE                       PIC X(68)
005450             OCCURS 10 TIMES.
005460
005470*-----------------------------------------------------------------
005480* DEDUCTION MAINTENANCE - THE KEYED EMPLOYEE ID AND DEDUCTION
005490* CODE, THE SCREEN CAPTURE FIELDS FOR ONE DEDUCTION, AND A
005500* TEN-LINE LIST OF ONE EMPLOYEE'S DEDUCTIONS IN THE SAME SHAPE
005510* AS THE HISTORY LIST.
005520*-----------------------------------------------------------------
005530 77  WS-DD-DONE-SW                        PIC X(01) VALUE 'N'.
005540     88  DED-MAINT-DONE                           VALUE 'Y'.
005550
005560 77  DD-ACTION                            PIC X(01) VALUE SPACE.
005570     88  DD-UPDATE                                VALUE 'U' 'u'.
005580     88  DD-DELETE                                VALUE 'D' 'd'.
005590
005600 77  DD-ADD-RESP                          PIC X(01) VALUE SPACE.
005610     88  DD-ADD-YES                               VALUE 'Y' 'y'.
005620
005630 77  DD-ID                                PIC X(05) VALUE SPACES.
005640 77  DD-CODE                              PIC X(06) VALUE SPACES.
005650 77  DD-TYPE                              PIC X(01) VALUE SPACE.
005660 77  DD-AMOUNT                           PIC 9(05)V99 VALUE ZEROS.
005670 77  DD-PERCENT                          PIC 9(03)V99 VALUE ZEROS.
005680 77  DD-START                             PIC X(08) VALUE SPACES.
005690 77  DD-STOP                              PIC X(08) VALUE SPACES.
005700 77  DD-ACK                               PIC X(01) VALUE SPACE.
005710
005720 77  WS-DD-EDIT-SW                        PIC X(01) VALUE 'N'.
005730     88  DED-ENTRY-VALID                          VALUE 'Y'.
005740 77  WS-DD-EDIT-MSG                       PIC X(40) VALUE SPACES.
005750
005760 77  WS-DL-EOF-SW                         PIC X(01) VALUE 'N'.
005770     88  DED-LIST-END                             VALUE 'Y'.
005780 77  WS-DX                                PIC 9(02) COMP VALUE 0.
005790
005800 01  DED-DTL.
005810     05  DDL-CODE                        PIC X(06).
005820     05  FILLER                          PIC X(02) VALUE SPACES.
005830     05  DDL-TYPE                        PIC X(01).
005840     05  FILLER                          PIC X(02) VALUE SPACES.
005850     05  DDL-AMOUNT                      PIC ZZZZ9.99.
005860     05  FILLER                          PIC X(02) VALUE SPACES.
005870     05  DDL-PERCENT                     PIC ZZ9.99.
005880     05  FILLER                          PIC X(02) VALUE SPACES.
005890     05  DDL-START                       PIC X(08).
005900     05  FILLER                          PIC X(02) VALUE SPACES.
005910     05  DDL-STOP                        PIC X(08).
005920
005930 01  DED-LIST-AREA.
005940     05  DED-L1                          PIC X(47) VALUE SPACES.
005950     05  DED-L2                          PIC X(47) VALUE SPACES.
005960     05  DED-L3                          PIC X(47) VALUE SPACES.
005970     05  DED-L4                          PIC X(47) VALUE SPACES.
005980     05  DED-L5                          PIC X(47) VALUE SPACES.
005990     05  DED-L6                          PIC X(47) VALUE SPACES.
006000     05  DED-L7                          PIC X(47) VALUE SPACES.
006010     05  DED-L8                          PIC X(47) VALUE SPACES.
006020     05  DED-L9                          PIC X(47) VALUE SPACES.
006030     05  DED-L10                         PIC X(47) VALUE SPACES.
006040
006050 01  DED-LIST-TBL REDEFINES DED-LIST-AREA.
006060     05  DED-LINE                        PIC X(47)
006070             OCCURS 10 TIMES.
006080
006090*-----------------------------------------------------------------
006100* LEAVE BALANCE INQUIRY - WHAT THE LEAVE RECORD SAYS ABOUT ITSELF
006110* AND THE ACKNOWLEDGEMENT FROM THE INQUIRY SCREEN.
006120*-----------------------------------------------------------------
006130 77  LV-STATUS-TEXT                       PIC X(25) VALUE SPACES.
006140 77  LV-ACK                               PIC X(01) VALUE SPACE.
006150
006160*-----------------------------------------------------------------
006170* PENDING (FUTURE-DATED) CHANGES - THE EFFECTIVE DATE KEYED ON
006180* MAINT-REC-SCREEN, THE SCREEN CAPTURE FIELDS FOR ONE PENDING
006190* CHANGE, AND A TEN-LINE LIST OF ONE EMPLOYEE'S PENDING CHANGES IN
006200* THE SAME SHAPE AS THE DEDUCTION LIST.
006210*-----------------------------------------------------------------
006220 77  EFF-DATE-O                           PIC X(08) VALUE SPACES.
006230 77  WS-EDATE-VALID-SW                    PIC X(01) VALUE 'N'.
006240     88  EFF-DATE-VALID                           VALUE 'Y'.
006250
006260 77  WS-PD-DONE-SW                        PIC X(01) VALUE 'N'.
006270     88  PND-MAINT-DONE                           VALUE 'Y'.
006280
006290 77  PD-ACTION                            PIC X(01) VALUE SPACE.
006300     88  PD-UPDATE                                VALUE 'U' 'u'.
006310     88  PD-CANCEL                                VALUE 'X' 'x'.
006320
006330 77  PD-EFF-DATE                          PIC X(08) VALUE SPACES.
006340 77  PD-NEW-EFF-DATE                      PIC X(08) VALUE SPACES.
006350 77  PD-F-NAME                            PIC X(15) VALUE SPACES.
006360 77  PD-L-NAME                            PIC X(15) VALUE SPACES.
006370 77  PD-DEPT                              PIC X(10) VALUE SPACES.
006380 77  PD-HIRE-DATE                         PIC X(08) VALUE SPACES.
006390 77  PD-PAY-RATE                         PIC 9(05)V99 VALUE ZEROS.
006400 77  PD-GRADE                             PIC X(04) VALUE SPACES.
006410 77  PD-MGR-ID                            PIC X(05) VALUE SPACES.
006420 77  PD-STATUS-TEXT                       PIC X(45) VALUE SPACES.
006430
006440 77  WS-PD-EDIT-SW                        PIC X(01) VALUE 'N'.
006450     88  PND-ENTRY-VALID                          VALUE 'Y'.
006460 77  WS-PD-EDIT-MSG                       PIC X(40) VALUE SPACES.
006470
006480 77  WS-PL-EOF-SW                         PIC X(01) VALUE 'N'.
006490     88  PND-LIST-END                             VALUE 'Y'.
006500 77  WS-PX                                PIC 9(02) COMP VALUE 0.
006510
006520 01  PND-DTL.
006530     05  PDL-EFF-DATE                    PIC X(08).
006540     05  FILLER                          PIC X(02) VALUE SPACES.
006550     05  PDL-STATUS                      PIC X(01).
006560     05  FILLER                          PIC X(02) VALUE SPACES.
006570     05  PDL-B-DEPT                      PIC X(10).
006580     05  FILLER                          PIC X(02) VALUE SPACES.
006590     05  PDL-A-DEPT                      PIC X(10).
006600     05  FILLER                          PIC X(02) VALUE SPACES.
006610     05  PDL-B-RATE                      PIC ZZZZ9.99.
006620     05  FILLER                          PIC X(02) VALUE SPACES.
006630     05  PDL-A-RATE                      PIC ZZZZ9.99.
006640     05  FILLER                          PIC X(02) VALUE SPACES.
006650     05  PDL-OPERATOR                    PIC X(08).
006660
006670 01  PND-LIST-AREA.
006680     05  PND-L1                          PIC X(65) VALUE SPACES.
006690     05  PND-L2                          PIC X(65) VALUE SPACES.
006700     05  PND-L3                          PIC X(65) VALUE SPACES.
006710     05  PND-L4                          PIC X(65) VALUE SPACES.
006720     05  PND-L5                          PIC X(65) VALUE SPACES.
006730     05  PND-L6                          PIC X(65) VALUE SPACES.
006740     05  PND-L7                          PIC X(65) VALUE SPACES.
006750     05  PND-L8                          PIC X(65) VALUE SPACES.
006760     05  PND-L9                          PIC X(65) VALUE SPACES.
006770     05  PND-L10                         PIC X(65) VALUE SPACES.
006780
006790 01  PND-LIST-TBL REDEFINES PND-LIST-AREA.
006800     05  PND-LINE                        PIC X(65)
006810             OCCURS 10 TIMES.
006820
006830*-----------------------------------------------------------------
006840* RESPONSES - MAIN MENU CHOICE
006850*-----------------------------------------------------------------
006860 01  RESPONSES                            PIC X.
006870     88  DONE                                     VALUE 'Q' 'q'.
006880     88  CONTINUE-ENTRY                           VALUE 'C' 'c'.
006890     88  GO-MAINTENANCE                           VALUE 'M' 'm'.
006900     88  GO-DEPT-MAINT                            VALUE 'D' 'd'.
006910     88  GO-OPER-MAINT                            VALUE 'O' 'o'.
006920     88  GO-HISTORY                               VALUE 'H' 'h'.
006930     88  GO-CHG-PASSWORD                          VALUE 'P' 'p'.
006940     88  GO-DED-MAINT                             VALUE 'E' 'e'.
006950     88  GO-GRADE-MAINT                           VALUE 'G' 'g'.
006960
006970*-----------------------------------------------------------------
006980* OUTPUT-VARS - SCREEN CAPTURE AREA FOR THE EMPLOYEE BEING KEYED
006990*-----------------------------------------------------------------
007000 01  OUTPUT-VARS.
007010     05  F-NAME                          PIC X(15) VALUE SPACES.
007020     05  FILLER                          PIC X(02) VALUE SPACES.
007030     05  L-NAME                          PIC X(15) VALUE SPACES.
007040     05  FILLER                          PIC X(02) VALUE SPACES.
007050     05  ID-O                            PIC X(05) VALUE SPACES.
007060     05  FILLER                          PIC X(02) VALUE SPACES.
007070     05  DEPT-O                          PIC X(10) VALUE SPACES.
007080     05  FILLER                          PIC X(02) VALUE SPACES.
007090     05  HIRE-DATE-O                     PIC X(08) VALUE SPACES.
007100     05  FILLER                          PIC X(02) VALUE SPACES.
007110     05  PAY-RATE-O                      PIC 9(05)V99 VALUE ZEROS.
007120     05  FILLER                          PIC X(02) VALUE SPACES.
007130     05  STATUS-O                        PIC X(01) VALUE 'A'.
007140     05  FILLER                          PIC X(02) VALUE SPACES.
007150     05  TERM-DATE-O                     PIC X(08) VALUE SPACES.
007160     05  FILLER                          PIC X(02) VALUE SPACES.
007170     05  GRADE-O                         PIC X(04) VALUE SPACES.
007180     05  FILLER                          PIC X(02) VALUE SPACES.
007190     05  MGR-ID-O                        PIC X(05) VALUE SPACES.
007200
007210
007220 SCREEN SECTION.
007230 01  OPERATOR-ID-SCREEN.
007240     05 VALUE 'EMPLOYEE ENTRY SYSTEM' BLANK SCREEN LINE 1 COL 30.
007250     05 VALUE 'ENTER YOUR OPERATOR ID'              LINE 3 COL 10.
007260     05 OPID-IN                                      LINE 3 COL 35
007270                     PIC X(08) TO OPERATOR-ID.
007280     05 VALUE 'ENTER YOUR PASSWORD'                 LINE 5 COL 10.
007290     05 OPPW-IN SECURE                              LINE 5 COL 35
007300                     PIC X(08) TO OPERATOR-PASSWORD.
007310
007320 01  DATA-ENTRY-SCREEN.
007330     05 VALUE 'EMPLOYEE ENTRY FORM' BLANK SCREEN LINE 1 COL 35.
007340     05 VALUE 'FIRST NAME'                   LINE 3 COL 10.
007350     05 F-NUM-INPUT                            LINE 3 COL 25
007360                     PIC X(15) TO F-NAME.
007370     05 VALUE 'LAST NAME'                  LINE 4 COL 10.
007380     05 S-NUM-INPUT                            LINE 4  COL 25
007390                 PIC X(15) TO L-NAME.
007400     05 VALUE 'ID NUMBER'                      LINE 5  COL 10.
007410     05 ID-IN                                  LINE 5 COL 25
007420                     PIC X(05) TO ID-O.
007430     05 VALUE 'DEPARTMENT'                     LINE 6 COL 10.
007440     05 DEPT-IN                                LINE 6 COL 25
007450                     PIC X(10) TO DEPT-O.
007460     05 VALUE 'HIRE DATE (YYYYMMDD)'            LINE 7 COL 10.
007470     05 HDATE-IN                                LINE 7 COL 32
007480                     PIC X(08) TO HIRE-DATE-O.
007490     05 VALUE 'PAY RATE'                        LINE 8 COL 10.
007500     05 PRATE-IN                                LINE 8 COL 25
007510                     PIC 9(05)V99 TO PAY-RATE-O.
007520     05 VALUE 'PAY GRADE'                       LINE 9 COL 10.
007530     05 GRADE-IN                                LINE 9 COL 25
007540                     PIC X(04) TO GRADE-O.
007550     05 VALUE 'MANAGER ID'                      LINE 10 COL 10.
007560     05 MGR-ID-IN                               LINE 10 COL 25
007570                     PIC X(05) TO MGR-ID-O.
007580     05 VALUE 'C - TO CONTINUE'                LINE 11 COL 30.
007590     05 VALUE 'Q - TO QUIT'                    LINE 12 COL 30.
007600     05 VALUE 'M - MAINTENANCE MODE'           LINE 13 COL 30.
007610     05 VALUE 'D - DEPARTMENT MAINTENANCE'     LINE 14 COL 30.
007620     05 VALUE 'O - OPERATOR MAINTENANCE'       LINE 15 COL 30.
007630     05 VALUE 'H - HISTORY INQUIRY'            LINE 16 COL 30.
007640     05 VALUE 'P - CHANGE PASSWORD'            LINE 17 COL 30.
007650     05 VALUE 'E - EMPLOYEE DEDUCTIONS'        LINE 18 COL 30.
007660     05 VALUE 'G - PAY GRADE MAINTENANCE'      LINE 19 COL 30.
007670     05 VALUE 'ENTER RESPONSE'                 LINE 20 COL 30.
007680     05 RESPONSE-INPUT                         LINE 20 COL 45
007690                     PIC X TO RESPONSES.
007700
007710 01  FNAME-ENTRY.
007720     05 VALUE 'FIRST NAME ENTRY' BLANK SCREEN LINE 1 COL 35.
007730     05 VALUE 'YOU FORGOT THE FIRST NAME'     LINE 3 COL 5.
007740     05 F-NAME2                               LINE 3 COL 40
007750                     PIC X(15) TO F-NAME.
007760
007770 01  LNAME-ENTRY.
007780     05 VALUE 'LAST NAME ENTRY' BLANK SCREEN LINE 1 COL 35.
007790     05 VALUE 'YOU FORGOT THE LAST NAME'     LINE 3 COL 5.
007800     05 F-NAME2                               LINE 3 COL 40
007810                     PIC X(15) TO L-NAME.
007820
007830 01  ID-ENTRY-S.
007840     05 VALUE 'ID ENTRY' BLANK SCREEN LINE 1 COL 35.
007850     05 VALUE 'YOU FORGOT THE ID'     LINE 3 COL 5.
007860     05 ID-2                               LINE 3 COL 40
007870                     PIC X(15) TO ID-O.
007880
007890 01  ID-INVALID-S.
007900     05 VALUE 'ID ENTRY ERROR' BLANK SCREEN LINE 1 COL 35.
007910     05 VALUE 'ID MUST BE 5 NUMERIC DIGITS'  LINE 3 COL 5.
007920     05 ID-IN3                               LINE 3 COL 45
007930                     PIC X(05) TO ID-O.
007940
007950 01  DUP-ID-ENTRY-S.
007960     05 VALUE 'ID ENTRY ERROR' BLANK SCREEN LINE 1 COL 35.
007970     05 VALUE 'ID ALREADY ON FILE'           LINE 3 COL 5.
007980     05 ID-IN4                               LINE 3 COL 45
007990                     PIC X(05) TO ID-O.
008000
008010 01  DEPT-ENTRY-S.
008020     05 VALUE 'DEPARTMENT ENTRY' BLANK SCREEN LINE 1 COL 35.
008030     05 VALUE 'YOU FORGOT THE DEPARTMENT'    LINE 3 COL 5.
008040     05 DEPT-IN2                              LINE 3 COL 40
008050                     PIC X(10) TO DEPT-O.
008060
008070 01  HDATE-ENTRY-S.
008080     05 VALUE 'HIRE DATE ENTRY' BLANK SCREEN LINE 1 COL 35.
008090     05 VALUE 'YOU FORGOT THE HIRE DATE'     LINE 3 COL 5.
008100     05 HDATE-IN2                             LINE 3 COL 40
008110                     PIC X(08) TO HIRE-DATE-O.
008120
008130 01  HDATE-INVALID-S.
008140     05 VALUE 'HIRE DATE ENTRY ERROR' BLANK SCREEN LINE 1 COL 30.
008150     05 VALUE 'HIRE DATE MUST BE A REAL YYYYMMDD DATE'
008160                                             LINE 3 COL 5.
008170     05 VALUE 'AND MAY NOT BE IN THE FUTURE' LINE 4 COL 5.
008180     05 HDATE-IN3                             LINE 3 COL 45
008190                     PIC X(08) TO HIRE-DATE-O.
008200
008210 01  PRATE-ENTRY-S.
008220     05 VALUE 'PAY RATE ENTRY' BLANK SCREEN LINE 1 COL 35.
008230     05 VALUE 'YOU FORGOT THE PAY RATE'      LINE 3 COL 5.
008240     05 PRATE-IN2                             LINE 3 COL 40
008250                     PIC 9(05)V99 TO PAY-RATE-O.
008260
008270 01  CONFIRM-SCREEN.
008280     05 VALUE 'CONFIRM EMPLOYEE ENTRY' BLANK SCREEN LINE 1 COL 28.
008290     05 VALUE 'FIRST NAME'                    LINE 3 COL 10.
008300     05 CONF-F-OUT                            LINE 3 COL 25
008310                     PIC X(15) FROM F-NAME.
008320     05 VALUE 'LAST NAME'                     LINE 4 COL 10.
008330     05 CONF-L-OUT                            LINE 4 COL 25
008340                     PIC X(15) FROM L-NAME.
008350     05 VALUE 'ID NUMBER'                     LINE 5 COL 10.
008360     05 CONF-ID-OUT                           LINE 5 COL 25
008370                     PIC X(05) FROM ID-O.
008380     05 VALUE 'DEPARTMENT'                    LINE 6 COL 10.
008390     05 CONF-DEPT-OUT                         LINE 6 COL 25
008400                     PIC X(10) FROM DEPT-O.
008410     05 VALUE 'HIRE DATE'                     LINE 7 COL 10.
008420     05 CONF-HDATE-OUT                        LINE 7 COL 25
008430                     PIC X(08) FROM HIRE-DATE-O.
008440     05 VALUE 'PAY RATE'                      LINE 8 COL 10.
008450     05 CONF-PRATE-OUT                        LINE 8 COL 25
008460                     PIC 9(05)V99 FROM PAY-RATE-O.
008470     05 VALUE 'PAY GRADE'                     LINE 9 COL 10.
008480     05 CONF-GRADE-OUT                        LINE 9 COL 25
008490                     PIC X(04) FROM GRADE-O.
008500     05 VALUE 'MANAGER ID'                    LINE 10 COL 10.
008510     05 CONF-MGR-ID-OUT                       LINE 10 COL 25
008520                     PIC X(05) FROM MGR-ID-O.
008530     05 VALUE 'IS THIS CORRECT? (Y/N)'        LINE 11 COL 10.
008540     05 CONF-RESP-IN                          LINE 11 COL 35
008550                     PIC X TO WS-CONFIRM-RESP.
008560
008570 01  MAINT-ENTRY-SCREEN.
008580     05 VALUE 'MAINTENANCE - LOOKUP EMPLOYEE' BLANK SCREEN
008590                     LINE 1 COL 25.
008600     05 VALUE 'ENTER ID NUMBER TO LOOK UP'    LINE 3 COL 10.
008610     05 VALUE '(LEAVE BOTH BLANK TO RETURN TO MENU)'
008620                     LINE 4 COL 10.
008630     05 MAINT-ID-INPUT                        LINE 6 COL 35
008640                     PIC X(05) TO MAINT-ID-SEARCH.
008650     05 VALUE 'OR ENTER FULL OR PARTIAL LAST NAME' LINE 8 COL 10.
008660     05 MAINT-NAME-INPUT                      LINE 8 COL 50
008670                     PIC X(15) TO MAINT-NAME-SEARCH.
008680
008690 01  MAINT-NOT-FOUND-S.
008700     05 VALUE 'MAINTENANCE LOOKUP' BLANK SCREEN LINE 1 COL 30.
008710     05 VALUE 'ID NOT ON FILE - PRESS ENTER'   LINE 3 COL 10.
008720     05 MAINT-NF-ACK                           LINE 5 COL 10
008730                     PIC X TO MAINT-ACTION.
008740
008750 01  MAINT-REC-SCREEN.
008760     05 VALUE 'MAINTENANCE - UPDATE OR DELETE' BLANK SCREEN
008770                     LINE 1 COL 25.
008780     05 VALUE 'FIRST NAME'                    LINE 3 COL 10.
008790     05 MAINT-F-IN                            LINE 3 COL 25
008800                     PIC X(15) USING F-NAME.
008810     05 VALUE 'LAST NAME'                     LINE 4 COL 10.
008820     05 MAINT-L-IN                            LINE 4 COL 25
008830                     PIC X(15) USING L-NAME.
008840     05 VALUE 'ID NUMBER'                     LINE 5 COL 10.
008850     05 MAINT-ID-DISP                         LINE 5 COL 25
008860                     PIC X(05) FROM ID-O.
008870     05 VALUE 'DEPARTMENT'                    LINE 6 COL 10.
008880     05 MAINT-DEPT-IN                         LINE 6 COL 25
008890                     PIC X(10) USING DEPT-O.
008900     05 VALUE 'HIRE DATE (YYYYMMDD)'           LINE 7 COL 10.
008910     05 MAINT-HDATE-IN                         LINE 7 COL 32
008920                     PIC X(08) USING HIRE-DATE-O.
008930     05 VALUE 'EFFECTIVE DATE'                 LINE 7 COL 45.
008940     05 MAINT-EDATE-IN                         LINE 7 COL 61
008950                     PIC X(08) USING EFF-DATE-O.
008960     05 VALUE '(BLANK = TODAY)'                LINE 8 COL 45.
008970     05 VALUE 'PAY GRADE'                      LINE 9 COL 45.
008980     05 MAINT-GRADE-IN                         LINE 9 COL 61
008990                     PIC X(04) USING GRADE-O.
009000     05 VALUE 'MANAGER ID'                     LINE 10 COL 45.
009010     05 MAINT-MGR-ID-IN                        LINE 10 COL 61
009020                     PIC X(05) USING MGR-ID-O.
009030     05 VALUE 'PAY RATE'                       LINE 8 COL 10.
009040     05 MAINT-PAY-IN                           LINE 8 COL 25
009050                     PIC 9(05)V99 USING PAY-RATE-O.
009060     05 VALUE 'STATUS (A/T)'                   LINE 9 COL 10.
009070     05 MAINT-STAT-DISP                        LINE 9 COL 25
009080                     PIC X(01) FROM STATUS-O.
009090     05 VALUE 'TERM DATE'                      LINE 10 COL 10.
009100     05 MAINT-TDATE-DISP                       LINE 10 COL 25
009110                     PIC X(08) FROM TERM-DATE-O.
009120     05 VALUE 'U - UPDATE  T - TERMINATE  D - DELETE  C - CANCEL'
009130                     LINE 11 COL 15.
009140     05 VALUE 'R - REHIRE (TERMINATED EMPLOYEES ONLY)'
009150                     LINE 12 COL 15.
009160     05 VALUE 'L - LEAVE BALANCE'               LINE 12 COL 56.
009170     05 VALUE 'P - PENDING'                     LINE 11 COL 66.
009180     05 VALUE 'ENTER CHOICE'                   LINE 13 COL 15.
009190     05 MAINT-ACTION-IN                        LINE 13 COL 35
009200                     PIC X TO MAINT-ACTION.
009210
009220 01  DEPT-INVALID-S.
009230     05 VALUE 'DEPARTMENT ENTRY ERROR' BLANK SCREEN LINE 1 COL 30.
009240     05 VALUE 'DEPT CODE NOT ON FILE OR INACTIVE' LINE 3 COL 5.
009250     05 DEPT-IN3                              LINE 3 COL 45
009260                     PIC X(10) TO DEPT-O.
009270
009280 01  DEPT-LOOKUP-S.
009290     05 VALUE 'DEPARTMENT MAINTENANCE' BLANK SCREEN LINE 1 COL 28.
009300     05 VALUE 'ENTER DEPARTMENT CODE'          LINE 3 COL 10.
009310     05 VALUE '(LEAVE BLANK TO RETURN TO MENU)' LINE 4 COL 10.
009320     05 DM-CODE-IN                             LINE 6 COL 35
009330                     PIC X(10) TO DM-CODE.
009340
009350 01  DEPT-ADD-S.
009360     05 VALUE 'DEPARTMENT MAINTENANCE - ADD' BLANK SCREEN
009370                     LINE 1 COL 26.
009380     05 VALUE 'CODE NOT ON FILE'               LINE 3 COL 10.
009390     05 DM-ADD-CODE-OUT                        LINE 3 COL 30
009400                     PIC X(10) FROM DM-CODE.
009410     05 VALUE 'DEPARTMENT NAME'                LINE 5 COL 10.
009420     05 DM-ADD-NAME-IN                         LINE 5 COL 30
009430                     PIC X(30) TO DM-NAME.
009440     05 VALUE 'ADD THIS DEPARTMENT? (Y/N)'     LINE 7 COL 10.
009450     05 DM-ADD-RESP-IN                         LINE 7 COL 40
009460                     PIC X TO DM-ADD-RESP.
009470
009480 01  DEPT-REC-S.
009490     05 VALUE 'DEPARTMENT MAINTENANCE - CHANGE' BLANK SCREEN
009500                     LINE 1 COL 25.
009510     05 VALUE 'CODE'                           LINE 3 COL 10.
009520     05 DM-REC-CODE-OUT                        LINE 3 COL 25
009530                     PIC X(10) FROM DM-CODE.
009540     05 VALUE 'NAME'                           LINE 4 COL 10.
009550     05 DM-REC-NAME-IN                         LINE 4 COL 25
009560                     PIC X(30) USING DM-NAME.
009570     05 VALUE 'STATUS (A/I)'                   LINE 5 COL 10.
009580     05 DM-REC-STAT-OUT                        LINE 5 COL 25
009590                     PIC X(01) FROM DPT-STATUS.
009600     05 VALUE 'U - UPDATE NAME  X - DEACTIVATE  C - CANCEL'
009610                     LINE 8 COL 15.
009620     05 VALUE 'ENTER CHOICE'                   LINE 10 COL 15.
009630     05 DM-ACTION-IN                           LINE 10 COL 35
009640                     PIC X TO DM-ACTION.
009650
009660 01  NAME-SRCH-S.
009670     05 VALUE 'MAINTENANCE - NAME SEARCH' BLANK SCREEN
009680                     LINE 1 COL 27.
009690     05 VALUE
009700         'ID       LAST NAME        FIRST NAME       DEPT'
009710                     LINE 3 COL 5.
009720     05 SRCH-D1                               LINE 4 COL 5
009730                     PIC X(51) FROM SRCH-L1.
009740     05 SRCH-D2                               LINE 5 COL 5
009750                     PIC X(51) FROM SRCH-L2.
009760     05 SRCH-D3                               LINE 6 COL 5
009770                     PIC X(51) FROM SRCH-L3.
009780     05 SRCH-D4                               LINE 7 COL 5
009790                     PIC X(51) FROM SRCH-L4.
009800     05 SRCH-D5                               LINE 8 COL 5
009810                     PIC X(51) FROM SRCH-L5.
009820     05 SRCH-D6                               LINE 9 COL 5
009830                     PIC X(51) FROM SRCH-L6.
009840     05 SRCH-D7                               LINE 10 COL 5
009850                     PIC X(51) FROM SRCH-L7.
009860     05 SRCH-D8                               LINE 11 COL 5
009870                     PIC X(51) FROM SRCH-L8.
009880     05 SRCH-D9                               LINE 12 COL 5
009890                     PIC X(51) FROM SRCH-L9.
009900     05 SRCH-D10                              LINE 13 COL 5
009910                     PIC X(51) FROM SRCH-L10.
009920     05 VALUE
009930         'ENTER ID TO SELECT, N FOR NEXT PAGE, BLANK TO RETURN'
009940                     LINE 15 COL 5.
009950     05 SRCH-CHOICE-IN                        LINE 16 COL 5
009960                     PIC X(05) TO SRCH-CHOICE.
009970
009980 01  TERM-DATE-ENTRY-S.
009990     05 VALUE 'TERMINATE EMPLOYEE' BLANK SCREEN LINE 1 COL 31.
010000     05 VALUE 'TERMINATION DATE (YYYYMMDD)'     LINE 3 COL 10.
010010     05 VALUE '(LEAVE BLANK TO CANCEL)'         LINE 4 COL 10.
010020     05 TDATE-IN                                LINE 3 COL 40
010030                     PIC X(08) TO TERM-DATE-O.
010040
010050
010060 01  REHIRE-DATE-ENTRY-S.
010070     05 VALUE 'REHIRE EMPLOYEE' BLANK SCREEN    LINE 1 COL 32.
010080     05 VALUE 'NEW HIRE DATE (YYYYMMDD)'        LINE 3 COL 10.
010090     05 VALUE '(LEAVE BLANK TO CANCEL)'         LINE 4 COL 10.
010100     05 RHDATE-IN                               LINE 3 COL 40
010110                     PIC X(08) TO HIRE-DATE-O.
010120
010130 01  TDATE-INVALID-S.
010140     05 VALUE 'TERMINATE EMPLOYEE - ENTRY ERROR' BLANK SCREEN
010150                     LINE 1 COL 25.
010160     05 VALUE 'TERM DATE MUST BE A REAL YYYYMMDD DATE'
010170                                               LINE 3 COL 5.
010180     05 VALUE 'ON OR AFTER THE HIRE DATE'       LINE 4 COL 5.
010190     05 VALUE '(LEAVE BLANK TO CANCEL)'         LINE 5 COL 5.
010200     05 TDATE-IN2                               LINE 3 COL 45
010210                     PIC X(08) TO TERM-DATE-O.
010220
010230 01  OPER-LOOKUP-S.
010240     05 VALUE 'OPERATOR MAINTENANCE' BLANK SCREEN LINE 1 COL 29.
010250     05 VALUE 'ENTER OPERATOR ID'               LINE 3 COL 10.
010260     05 VALUE '(LEAVE BLANK TO RETURN TO MENU)' LINE 4 COL 10.
010270     05 OM-ID-IN                                LINE 6 COL 35
010280                     PIC X(08) TO OM-ID.
010290
010300 01  OPER-ADD-S.
010310     05 VALUE 'OPERATOR MAINTENANCE - ADD' BLANK SCREEN
010320                     LINE 1 COL 27.
010330     05 VALUE 'OPERATOR NOT ON FILE'            LINE 3 COL 10.
010340     05 OM-ADD-ID-OUT                           LINE 3 COL 35
010350                     PIC X(08) FROM OM-ID.
010360     05 VALUE 'PASSWORD'                        LINE 5 COL 10.
010370     05 OM-ADD-PW-IN                            LINE 5 COL 35
010380                     PIC X(08) TO OM-PASSWORD.
010390     05 VALUE 'AUTHORITY (E/S)'                 LINE 6 COL 10.
010400     05 OM-ADD-AUTH-IN                          LINE 6 COL 35
010410                     PIC X(01) TO OM-AUTH.
010420     05 VALUE 'ADD THIS OPERATOR? (Y/N)'        LINE 8 COL 10.
010430     05 OM-ADD-RESP-IN                          LINE 8 COL 40
010440                     PIC X TO OM-ADD-RESP.
010450
010460 01  OPER-REC-S.
010470     05 VALUE 'OPERATOR MAINTENANCE - CHANGE' BLANK SCREEN
010480                     LINE 1 COL 26.
010490     05 VALUE 'OPERATOR ID'                     LINE 3 COL 10.
010500     05 OM-REC-ID-OUT                           LINE 3 COL 30
010510                     PIC X(08) FROM OM-ID.
010520     05 VALUE 'PASSWORD'                        LINE 4 COL 10.
010530     05 OM-REC-PW-IN                            LINE 4 COL 30
010540                     PIC X(08) USING OM-PASSWORD.
010550     05 VALUE 'AUTHORITY (E/S)'                 LINE 5 COL 10.
010560     05 OM-REC-AUTH-IN                          LINE 5 COL 30
010570                     PIC X(01) USING OM-AUTH.
010580     05 VALUE 'STATUS (A/I)'                    LINE 6 COL 10.
010590     05 OM-REC-STAT-OUT                         LINE 6 COL 30
010600                     PIC X(01) FROM OPS-STATUS.
010610     05 VALUE 'LOCKED (L)'                      LINE 7 COL 10.
010620     05 OM-REC-LOCK-OUT                         LINE 7 COL 30
010630                     PIC X(01) FROM OPS-LOCK.
010640     05 VALUE
010650         'U - UPDATE  X - DEACTIVATE  R - REACTIVATE  C - CANCEL'
010660                     LINE 9 COL 10.
010670     05 VALUE 'L - UNLOCK'                      LINE 10 COL 10.
010680     05 VALUE 'ENTER CHOICE'                    LINE 11 COL 10.
010690     05 OM-ACTION-IN                            LINE 11 COL 30
010700                     PIC X TO OM-ACTION.
010710
010720 01  PW-CHANGE-S.
010730     05 VALUE 'PASSWORD CHANGE REQUIRED' BLANK SCREEN
010740                     LINE 1 COL 28.
010750     05 VALUE 'YOUR PASSWORD IS EXPIRED OR NEWLY SET'
010760                     LINE 3 COL 10.
010770     05 VALUE 'NEW PASSWORD'                    LINE 5 COL 10.
010780     05 PWC-NEW1-IN SECURE                      LINE 5 COL 35
010790                     PIC X(08) TO WS-NEW-PW1.
010800     05 VALUE 'RETYPE NEW PASSWORD'             LINE 6 COL 10.
010810     05 PWC-NEW2-IN SECURE                      LINE 6 COL 35
010820                     PIC X(08) TO WS-NEW-PW2.
010830     05 VALUE '(LEAVE BLANK TO CANCEL SIGN-ON)' LINE 8 COL 10.
010840
010850 01  SELF-PW-S.
010860     05 VALUE 'CHANGE MY PASSWORD' BLANK SCREEN LINE 1 COL 31.
010870     05 VALUE 'CURRENT PASSWORD'                LINE 3 COL 10.
010880     05 SPW-CUR-IN SECURE                       LINE 3 COL 35
010890                     PIC X(08) TO WS-CUR-PW.
010900     05 VALUE 'NEW PASSWORD'                    LINE 5 COL 10.
010910     05 SPW-NEW1-IN SECURE                      LINE 5 COL 35
010920                     PIC X(08) TO WS-NEW-PW1.
010930     05 VALUE 'RETYPE NEW PASSWORD'             LINE 6 COL 10.
010940     05 SPW-NEW2-IN SECURE                      LINE 6 COL 35
010950                     PIC X(08) TO WS-NEW-PW2.
010960     05 VALUE '(LEAVE NEW PASSWORD BLANK TO CANCEL)'
010970                     LINE 8 COL 10.
010980
010990 01  HIST-LOOKUP-S.
011000     05 VALUE 'EMPLOYEE CHANGE HISTORY' BLANK SCREEN
011010                     LINE 1 COL 28.
011020     05 VALUE 'ENTER EMPLOYEE ID'               LINE 3 COL 10.
011030     05 VALUE '(LEAVE BLANK TO RETURN TO MENU)' LINE 4 COL 10.
011040     05 HI-ID-IN                                LINE 6 COL 35
011050                     PIC X(05) TO HI-ID.
011060
011070 01  HIST-LIST-S.
011080     05 VALUE 'EMPLOYEE CHANGE HISTORY - NEWEST FIRST'
011090                     BLANK SCREEN LINE 1 COL 21.
011100     05 VALUE
011110         'DATE     TIME     ACTION DEPT BEF  >DEPT AFT   RATE'
011120                     LINE 3 COL 2.
011130     05 VALUE 'BEF >RATE AFT  ST'                LINE 3 COL 54.
011140     05 HIST-D1                                  LINE 4 COL 2
011150                     PIC X(68) FROM HIST-L1.
011160     05 HIST-D2                                  LINE 5 COL 2
011170                     PIC X(68) FROM HIST-L2.
011180     05 HIST-D3                                  LINE 6 COL 2
011190                     PIC X(68) FROM HIST-L3.
011200     05 HIST-D4                                  LINE 7 COL 2
011210                     PIC X(68) FROM HIST-L4.
011220     05 HIST-D5                                  LINE 8 COL 2
011230                     PIC X(68) FROM HIST-L5.
011240     05 HIST-D6                                  LINE 9 COL 2
011250                     PIC X(68) FROM HIST-L6.
011260     05 HIST-D7                                  LINE 10 COL 2
011270                     PIC X(68) FROM HIST-L7.
011280     05 HIST-D8                                  LINE 11 COL 2
011290                     PIC X(68) FROM HIST-L8.
011300     05 HIST-D9                                  LINE 12 COL 2
011310                     PIC X(68) FROM HIST-L9.
011320     05 HIST-D10                                 LINE 13 COL 2
011330                     PIC X(68) FROM HIST-L10.
011340     05 VALUE 'PRESS ENTER TO CONTINUE'          LINE 15 COL 2.
011350     05 HI-ACK-IN                                LINE 15 COL 30
011360                     PIC X TO HI-ACK.
011370
011380 01  DED-LOOKUP-S.
011390     05 VALUE 'EMPLOYEE DEDUCTION MAINTENANCE' BLANK SCREEN
011400                     LINE 1 COL 25.
011410     05 VALUE 'ENTER EMPLOYEE ID'               LINE 3 COL 10.
011420     05 DD-ID-IN                                LINE 3 COL 35
011430                     PIC X(05) TO DD-ID.
011440     05 VALUE 'ENTER DEDUCTION CODE'            LINE 4 COL 10.
011450     05 DD-CODE-IN                              LINE 4 COL 35
011460                     PIC X(06) TO DD-CODE.
011470     05 VALUE '(LEAVE CODE BLANK TO LIST THE DEDUCTIONS ON FILE)'
011480                     LINE 6 COL 10.
011490     05 VALUE '(LEAVE ID BLANK TO RETURN TO MENU)' LINE 7 COL 10.
011500
011510 01  DED-ADD-S.
011520     05 VALUE 'DEDUCTION MAINTENANCE - ADD' BLANK SCREEN
011530                     LINE 1 COL 27.
011540     05 VALUE 'EMPLOYEE'                        LINE 3 COL 10.
011550     05 DD-ADD-ID-OUT                           LINE 3 COL 35
011560                     PIC X(05) FROM DD-ID.
011570     05 DD-ADD-NAME-OUT                         LINE 3 COL 42
011580                     PIC X(15) FROM EFR-L-NAME.
011590     05 VALUE 'CODE NOT ON FILE'                LINE 4 COL 10.
011600     05 DD-ADD-CODE-OUT                         LINE 4 COL 35
011610                     PIC X(06) FROM DD-CODE.
011620     05 VALUE 'TYPE (A=AMOUNT P=PERCENT)'       LINE 6 COL 10.
011630     05 DD-ADD-TYPE-IN                          LINE 6 COL 40
011640                     PIC X(01) TO DD-TYPE.
011650     05 VALUE 'FLAT AMOUNT PER WEEK'            LINE 7 COL 10.
011660     05 DD-ADD-AMT-IN                           LINE 7 COL 40
011670                     PIC 9(05)V99 TO DD-AMOUNT.
011680     05 VALUE 'PERCENT OF GROSS'                LINE 8 COL 10.
011690     05 DD-ADD-PCT-IN                           LINE 8 COL 40
011700                     PIC 9(03)V99 TO DD-PERCENT.
011710     05 VALUE 'START DATE (YYYYMMDD)'           LINE 9 COL 10.
011720     05 DD-ADD-START-IN                         LINE 9 COL 40
011730                     PIC X(08) TO DD-START.
011740     05 VALUE 'STOP DATE (YYYYMMDD)'            LINE 10 COL 10.
011750     05 DD-ADD-STOP-IN                          LINE 10 COL 40
011760                     PIC X(08) TO DD-STOP.
011770     05 VALUE '(LEAVE STOP DATE BLANK IF OPEN-ENDED)'
011780                     LINE 11 COL 10.
011790     05 VALUE 'ADD THIS DEDUCTION? (Y/N)'       LINE 13 COL 10.
011800     05 DD-ADD-RESP-IN                          LINE 13 COL 40
011810                     PIC X TO DD-ADD-RESP.
011820
011830 01  DED-REC-S.
011840     05 VALUE 'DEDUCTION MAINTENANCE - CHANGE' BLANK SCREEN
011850                     LINE 1 COL 25.
011860     05 VALUE 'EMPLOYEE'                        LINE 3 COL 10.
011870     05 DD-REC-ID-OUT                           LINE 3 COL 35
011880                     PIC X(05) FROM DD-ID.
011890     05 DD-REC-NAME-OUT                         LINE 3 COL 42
011900                     PIC X(15) FROM EFR-L-NAME.
011910     05 VALUE 'DEDUCTION CODE'                  LINE 4 COL 10.
011920     05 DD-REC-CODE-OUT                         LINE 4 COL 35
011930                     PIC X(06) FROM DD-CODE.
011940     05 VALUE 'TYPE (A=AMOUNT P=PERCENT)'       LINE 6 COL 10.
011950     05 DD-REC-TYPE-IN                          LINE 6 COL 40
011960                     PIC X(01) USING DD-TYPE.
011970     05 VALUE 'FLAT AMOUNT PER WEEK'            LINE 7 COL 10.
011980     05 DD-REC-AMT-IN                           LINE 7 COL 40
011990                     PIC 9(05)V99 USING DD-AMOUNT.
012000     05 VALUE 'PERCENT OF GROSS'                LINE 8 COL 10.
012010     05 DD-REC-PCT-IN                           LINE 8 COL 40
012020                     PIC 9(03)V99 USING DD-PERCENT.
012030     05 VALUE 'START DATE (YYYYMMDD)'           LINE 9 COL 10.
012040     05 DD-REC-START-IN                         LINE 9 COL 40
012050                     PIC X(08) USING DD-START.
012060     05 VALUE 'STOP DATE (YYYYMMDD)'            LINE 10 COL 10.
012070     05 DD-REC-STOP-IN                          LINE 10 COL 40
012080                     PIC X(08) USING DD-STOP.
012090     05 VALUE 'U - UPDATE  D - DELETE  C - CANCEL'
012100                     LINE 12 COL 15.
012110     05 VALUE 'ENTER CHOICE'                    LINE 14 COL 15.
012120     05 DD-ACTION-IN                            LINE 14 COL 35
012130                     PIC X TO DD-ACTION.
012140
012150 01  DED-LIST-S.
012160     05 VALUE 'DEDUCTIONS ON FILE FOR EMPLOYEE' BLANK SCREEN
012170                     LINE 1 COL 20.
012180     05 DD-LIST-ID-OUT                          LINE 1 COL 52
012190                     PIC X(05) FROM DD-ID.
012200     05 VALUE
012210         'CODE    T    AMOUNT     PCT  START     STOP'
012220                     LINE 3 COL 5.
012230     05 DED-D1                                  LINE 4 COL 5
012240                     PIC X(47) FROM DED-L1.
012250     05 DED-D2                                  LINE 5 COL 5
012260                     PIC X(47) FROM DED-L2.
012270     05 DED-D3                                  LINE 6 COL 5
012280                     PIC X(47) FROM DED-L3.
012290     05 DED-D4                                  LINE 7 COL 5
012300                     PIC X(47) FROM DED-L4.
012310     05 DED-D5                                  LINE 8 COL 5
012320                     PIC X(47) FROM DED-L5.
012330     05 DED-D6                                  LINE 9 COL 5
012340                     PIC X(47) FROM DED-L6.
012350     05 DED-D7                                  LINE 10 COL 5
012360                     PIC X(47) FROM DED-L7.
012370     05 DED-D8                                  LINE 11 COL 5
012380                     PIC X(47) FROM DED-L8.
012390     05 DED-D9                                  LINE 12 COL 5
012400                     PIC X(47) FROM DED-L9.
012410     05 DED-D10                                 LINE 13 COL 5
012420                     PIC X(47) FROM DED-L10.
012430     05 VALUE 'PRESS ENTER TO CONTINUE'          LINE 15 COL 5.
012440     05 DD-ACK-IN                                LINE 15 COL 30
012450                     PIC X TO DD-ACK.
012460
012470 01  LEAVE-BAL-S.
012480     05 VALUE 'LEAVE BALANCE INQUIRY' BLANK SCREEN LINE 1 COL 29.
012490     05 VALUE 'EMPLOYEE'                        LINE 3 COL 10.
012500     05 LV-ID-OUT                               LINE 3 COL 35
012510                     PIC X(05) FROM EFR-ID.
012520     05 LV-NAME-OUT                             LINE 3 COL 42
012530                     PIC X(15) FROM EFR-L-NAME.
012540     05 VALUE 'LEAVE RECORD'                    LINE 4 COL 10.
012550     05 LV-STATUS-OUT                           LINE 4 COL 35
012560                     PIC X(25) FROM LV-STATUS-TEXT.
012570     05 VALUE 'LEAVE YEAR'                      LINE 5 COL 10.
012580     05 LV-YEAR-OUT                             LINE 5 COL 35
012590                     PIC X(04) FROM LVE-YEAR.
012600     05 VALUE 'LAST ACCRUAL (YYYYMM)'           LINE 6 COL 10.
012610     05 LV-LAST-OUT                             LINE 6 COL 35
012620                     PIC X(06) FROM LVE-LAST-ACCRUAL.
012630     05 VALUE 'VACATION      SICK'              LINE 8 COL 35.
012640     05 VALUE 'BALANCE (HOURS)'                 LINE 9 COL 10.
012650     05 LV-VAC-BAL-OUT                          LINE 9 COL 35
012660                     PIC Z,ZZ9.99 FROM LVE-VAC-BALANCE.
012670     05 LV-SICK-BAL-OUT                         LINE 9 COL 49
012680                     PIC Z,ZZ9.99 FROM LVE-SICK-BALANCE.
012690     05 VALUE 'ACCRUED THIS YEAR'               LINE 10 COL 10.
012700     05 LV-VAC-ACC-OUT                          LINE 10 COL 35
012710                     PIC Z,ZZ9.99 FROM LVE-VAC-ACCRUED.
012720     05 LV-SICK-ACC-OUT                         LINE 10 COL 49
012730                     PIC Z,ZZ9.99 FROM LVE-SICK-ACCRUED.
012740     05 VALUE 'USED THIS YEAR'                  LINE 11 COL 10.
012750     05 LV-VAC-USED-OUT                         LINE 11 COL 35
012760                     PIC Z,ZZ9.99 FROM LVE-VAC-USED.
012770     05 LV-SICK-USED-OUT                        LINE 11 COL 49
012780                     PIC Z,ZZ9.99 FROM LVE-SICK-USED.
012790     05 VALUE 'FORFEITED AT YEAR END'           LINE 12 COL 10.
012800     05 LV-VAC-FORF-OUT                         LINE 12 COL 35
012810                     PIC Z,ZZ9.99 FROM LVE-VAC-FORFEIT.
012820     05 LV-SICK-FORF-OUT                        LINE 12 COL 49
012830                     PIC Z,ZZ9.99 FROM LVE-SICK-FORFEIT.
012840     05 VALUE 'FROZEN ON'                       LINE 14 COL 10.
012850     05 LV-FROZEN-OUT                           LINE 14 COL 35
012860                     PIC X(08) FROM LVE-FROZEN-DATE.
012870     05 VALUE 'VACATION PAYOUT OWED'            LINE 15 COL 10.
012880     05 LV-PAYOUT-OUT                           LINE 15 COL 35
012890                     PIC ZZZ,ZZ9.99 FROM LVE-PAYOUT-AMOUNT.
012900     05 VALUE 'AT RATE'                         LINE 15 COL 49.
012910     05 LV-RATE-OUT                             LINE 15 COL 57
012920                     PIC ZZ,ZZ9.99 FROM LVE-PAYOUT-RATE.
012930     05 VALUE 'PRESS ENTER TO CONTINUE'         LINE 17 COL 10.
012940     05 LV-ACK-IN                               LINE 17 COL 35
012950                     PIC X TO LV-ACK.
012960
012970 01  EDATE-INVALID-S.
012980     05 VALUE 'MAINTENANCE - ENTRY ERROR' BLANK SCREEN
012990                     LINE 1 COL 27.
013000     05 VALUE 'EFFECTIVE DATE MUST BE A REAL YYYYMMDD DATE'
013010                                               LINE 3 COL 5.
013020     05 VALUE 'NOT BEFORE TODAY'                LINE 4 COL 5.
013030     05 VALUE '(LEAVE BLANK FOR TODAY)'         LINE 5 COL 5.
013040     05 EDATE-IN2                               LINE 3 COL 50
013050                     PIC X(08) TO EFF-DATE-O.
013060
013070 01  PND-LIST-S.
013080     05 VALUE 'PENDING CHANGES FOR EMPLOYEE' BLANK SCREEN
013090                     LINE 1 COL 20.
013100     05 PD-LIST-ID-OUT                          LINE 1 COL 49
013110                     PIC X(05) FROM EFR-ID.
013120     05 VALUE 'EFF DATE  S  DEPT WAS'           LINE 3 COL 5.
013130     05 VALUE 'DEPT NEW'                        LINE 3 COL 30.
013140     05 VALUE 'RATE WAS  RATE NEW'              LINE 3 COL 42.
013150     05 VALUE 'KEYED BY'                        LINE 3 COL 62.
013160     05 PND-D1                                  LINE 4 COL 5
013170                     PIC X(65) FROM PND-L1.
013180     05 PND-D2                                  LINE 5 COL 5
013190                     PIC X(65) FROM PND-L2.
013200     05 PND-D3                                  LINE 6 COL 5
013210                     PIC X(65) FROM PND-L3.
013220     05 PND-D4                                  LINE 7 COL 5
013230                     PIC X(65) FROM PND-L4.
013240     05 PND-D5                                  LINE 8 COL 5
013250                     PIC X(65) FROM PND-L5.
013260     05 PND-D6                                  LINE 9 COL 5
013270                     PIC X(65) FROM PND-L6.
013280     05 PND-D7                                  LINE 10 COL 5
013290                     PIC X(65) FROM PND-L7.
013300     05 PND-D8                                  LINE 11 COL 5
013310                     PIC X(65) FROM PND-L8.
013320     05 PND-D9                                  LINE 12 COL 5
013330                     PIC X(65) FROM PND-L9.
013340     05 PND-D10                                 LINE 13 COL 5
013350                     PIC X(65) FROM PND-L10.
013360     05 VALUE 'S: P = WAITING  N = NOT APPLIED - SEE REASON'
013370                     LINE 14 COL 5.
013380     05 VALUE 'EFFECTIVE DATE TO CHANGE OR CANCEL'
013390                     LINE 16 COL 5.
013400     05 PD-EDATE-IN                             LINE 16 COL 42
013410                     PIC X(08) TO PD-EFF-DATE.
013420     05 VALUE '(LEAVE BLANK TO RETURN)'         LINE 17 COL 5.
013430
013440 01  PND-REC-S.
013450     05 VALUE 'PENDING CHANGE MAINTENANCE' BLANK SCREEN
013460                     LINE 1 COL 27.
013470     05 VALUE 'EMPLOYEE'                        LINE 3 COL 10.
013480     05 PD-REC-ID-OUT                           LINE 3 COL 35
013490                     PIC X(05) FROM EFR-ID.
013500     05 PD-REC-NAME-OUT                         LINE 3 COL 42
013510                     PIC X(15) FROM EFR-L-NAME.
013520     05 VALUE 'KEYED BY'                        LINE 4 COL 10.
013530     05 PD-REC-OPER-OUT                         LINE 4 COL 35
013540                     PIC X(08) FROM PND-OPERATOR.
013550     05 VALUE 'ON'                              LINE 4 COL 45.
013560     05 PD-REC-KDATE-OUT                        LINE 4 COL 48
013570                     PIC X(08) FROM PND-KEYED-DATE.
013580     05 VALUE 'STATUS'                          LINE 5 COL 10.
013590     05 PD-REC-STAT-OUT                         LINE 5 COL 35
013600                     PIC X(45) FROM PD-STATUS-TEXT.
013610     05 VALUE 'CHANGE TO'                       LINE 7 COL 35.
013620     05 VALUE 'WHEN KEYED'                      LINE 7 COL 55.
013630     05 VALUE 'EFFECTIVE DATE'                  LINE 8 COL 10.
013640     05 PD-REC-EDATE-IN                         LINE 8 COL 35
013650                     PIC X(08) USING PD-NEW-EFF-DATE.
013660     05 VALUE 'FIRST NAME'                      LINE 9 COL 10.
013670     05 PD-REC-F-IN                             LINE 9 COL 35
013680                     PIC X(15) USING PD-F-NAME.
013690     05 PD-REC-F-OUT                            LINE 9 COL 55
013700                     PIC X(15) FROM PND-B-F-NAME.
013710     05 VALUE 'LAST NAME'                       LINE 10 COL 10.
013720     05 PD-REC-L-IN                             LINE 10 COL 35
013730                     PIC X(15) USING PD-L-NAME.
013740     05 PD-REC-L-OUT                            LINE 10 COL 55
013750                     PIC X(15) FROM PND-B-L-NAME.
013760     05 VALUE 'DEPARTMENT'                      LINE 11 COL 10.
013770     05 PD-REC-DEPT-IN                          LINE 11 COL 35
013780                     PIC X(10) USING PD-DEPT.
013790     05 PD-REC-DEPT-OUT                         LINE 11 COL 55
013800                     PIC X(10) FROM PND-B-DEPT.
013810     05 VALUE 'HIRE DATE (YYYYMMDD)'            LINE 12 COL 10.
013820     05 PD-REC-HDATE-IN                         LINE 12 COL 35
013830                     PIC X(08) USING PD-HIRE-DATE.
013840     05 PD-REC-HDATE-OUT                        LINE 12 COL 55
013850                     PIC X(08) FROM PND-B-HIRE-DATE.
013860     05 VALUE 'PAY RATE'                        LINE 13 COL 10.
013870     05 PD-REC-PAY-IN                           LINE 13 COL 35
013880                     PIC 9(05)V99 USING PD-PAY-RATE.
013890     05 PD-REC-PAY-OUT                          LINE 13 COL 55
013900                     PIC ZZZZ9.99 FROM PND-B-PAY-RATE.
013910     05 VALUE 'PAY GRADE'                       LINE 14 COL 10.
013920     05 PD-REC-GRADE-IN                         LINE 14 COL 35
013930                     PIC X(04) USING PD-GRADE.
013940     05 PD-REC-GRADE-OUT                        LINE 14 COL 55
013950                     PIC X(04) FROM PND-B-GRADE.
013960     05 VALUE 'MANAGER ID'                      LINE 15 COL 10.
013970     05 PD-REC-MGR-ID-IN                        LINE 15 COL 35
013980                     PIC X(05) USING PD-MGR-ID.
013990     05 PD-REC-MGR-ID-OUT                       LINE 15 COL 55
014000                     PIC X(05) FROM PND-B-MGR-ID.
014010     05 VALUE 'U - UPDATE  X - CANCEL THE CHANGE  C - RETURN'
014020                     LINE 16 COL 15.
014030     05 VALUE 'ENTER CHOICE'                    LINE 17 COL 15.
014040     05 PD-ACTION-IN                            LINE 17 COL 35
014050                     PIC X TO PD-ACTION.
014060
014070 01  GRADE-ENTRY-S.
014080     05 VALUE 'PAY GRADE ENTRY' BLANK SCREEN LINE 1 COL 35.
014090     05 VALUE 'YOU FORGOT THE PAY GRADE'     LINE 3 COL 5.
014100     05 GRADE-IN2                             LINE 3 COL 40
014110                     PIC X(04) TO GRADE-O.
014120
014130 01  GRADE-INVALID-S.
014140     05 VALUE 'PAY GRADE ENTRY ERROR' BLANK SCREEN LINE 1 COL 30.
014150     05 VALUE 'PAY GRADE NOT ON FILE OR INACTIVE' LINE 3 COL 5.
014160     05 GRADE-IN3                             LINE 3 COL 45
014170                     PIC X(04) TO GRADE-O.
014180
014190 01  MGR-INVALID-S.
014200     05 VALUE 'MANAGER ID ENTRY ERROR' BLANK SCREEN LINE 1 COL 30.
014210     05 VALUE 'MANAGER IS NOT AN ACTIVE EMPLOYEE' LINE 3 COL 5.
014220     05 MGR-ID-IN2                            LINE 3 COL 45
014230                     PIC X(05) TO MGR-ID-O.
014240     05 VALUE '(BLANK = NO MANAGER)'          LINE 4 COL 45.
014250
014260 01  MGR-LOOP-S.
014270     05 VALUE 'MANAGER ID ENTRY ERROR' BLANK SCREEN LINE 1 COL 30.
014280     05 VALUE 'MANAGER CHAIN LOOPS BACK TO THIS EMPLOYEE'
014290                                               LINE 3 COL 5.
014300     05 VALUE 'ENTER ANOTHER MANAGER'         LINE 5 COL 10.
014310     05 MGR-ID-IN3                            LINE 5 COL 45
014320                     PIC X(05) TO MGR-ID-O.
014330
014340 01  RATE-RANGE-S.
014350     05 VALUE 'PAY RATE ENTRY ERROR' BLANK SCREEN LINE 1 COL 30.
014360     05 VALUE 'PAY RATE IS OUTSIDE THE RANGE FOR PAY GRADE'
014370                                               LINE 3 COL 5.
014380     05 RR-GRADE-OUT                            LINE 3 COL 50
014390                     PIC X(04) FROM GRD-CODE.
014400     05 VALUE 'MINIMUM'                         LINE 5 COL 10.
014410     05 RR-MIN-OUT                              LINE 5 COL 25
014420                     PIC ZZZZ9.99 FROM GRD-MIN-RATE.
014430     05 VALUE 'MIDPOINT'                        LINE 6 COL 10.
014440     05 RR-MID-OUT                              LINE 6 COL 25
014450                     PIC ZZZZ9.99 FROM GRD-MID-RATE.
014460     05 VALUE 'MAXIMUM'                         LINE 7 COL 10.
014470     05 RR-MAX-OUT                              LINE 7 COL 25
014480                     PIC ZZZZ9.99 FROM GRD-MAX-RATE.
014490     05 VALUE 'CORRECT THE PAY RATE OR THE PAY GRADE'
014500                                               LINE 9 COL 5.
014510     05 VALUE 'PAY RATE'                        LINE 11 COL 10.
014520     05 RR-PAY-IN                               LINE 11 COL 25
014530                     PIC 9(05)V99 USING PAY-RATE-O.
014540     05 VALUE 'PAY GRADE'                       LINE 12 COL 10.
014550     05 RR-GRADE-IN                             LINE 12 COL 25
014560                     PIC X(04) USING GRADE-O.
014570
014580 01  GRADE-LOOKUP-S.
014590     05 VALUE 'PAY GRADE MAINTENANCE' BLANK SCREEN LINE 1 COL 29.
014600     05 VALUE 'ENTER PAY GRADE'                 LINE 3 COL 10.
014610     05 VALUE '(LEAVE BLANK TO RETURN TO MENU)' LINE 4 COL 10.
014620     05 GM-CODE-IN                              LINE 6 COL 35
014630                     PIC X(04) TO GM-CODE.
014640
014650 01  GRADE-ADD-S.
014660     05 VALUE 'PAY GRADE MAINTENANCE - ADD' BLANK SCREEN
014670                     LINE 1 COL 26.
014680     05 VALUE 'GRADE NOT ON FILE'               LINE 3 COL 10.
014690     05 GM-ADD-CODE-OUT                         LINE 3 COL 35
014700                     PIC X(04) FROM GM-CODE.
014710     05 VALUE 'GRADE NAME'                      LINE 5 COL 10.
014720     05 GM-ADD-NAME-IN                          LINE 5 COL 35
014730                     PIC X(30) TO GM-NAME.
014740     05 VALUE 'MINIMUM HOURLY RATE'             LINE 6 COL 10.
014750     05 GM-ADD-MIN-IN                           LINE 6 COL 35
014760                     PIC 9(05)V99 TO GM-MIN-RATE.
014770     05 VALUE 'MIDPOINT HOURLY RATE'            LINE 7 COL 10.
014780     05 GM-ADD-MID-IN                           LINE 7 COL 35
014790                     PIC 9(05)V99 TO GM-MID-RATE.
014800     05 VALUE 'MAXIMUM HOURLY RATE'             LINE 8 COL 10.
014810     05 GM-ADD-MAX-IN                           LINE 8 COL 35
014820                     PIC 9(05)V99 TO GM-MAX-RATE.
014830     05 VALUE 'ADD THIS PAY GRADE? (Y/N)'       LINE 10 COL 10.
014840     05 GM-ADD-RESP-IN                          LINE 10 COL 40
014850                     PIC X TO GM-ADD-RESP.
014860
014870 01  GRADE-REC-S.
014880     05 VALUE 'PAY GRADE MAINTENANCE - CHANGE' BLANK SCREEN
014890                     LINE 1 COL 25.
014900     05 VALUE 'GRADE'                           LINE 3 COL 10.
014910     05 GM-REC-CODE-OUT                         LINE 3 COL 35
014920                     PIC X(04) FROM GM-CODE.
014930     05 VALUE 'NAME'                            LINE 4 COL 10.
014940     05 GM-REC-NAME-IN                          LINE 4 COL 35
014950                     PIC X(30) USING GM-NAME.
014960     05 VALUE 'MINIMUM HOURLY RATE'             LINE 5 COL 10.
014970     05 GM-REC-MIN-IN                           LINE 5 COL 35
014980                     PIC 9(05)V99 USING GM-MIN-RATE.
014990     05 VALUE 'MIDPOINT HOURLY RATE'            LINE 6 COL 10.
015000     05 GM-REC-MID-IN                           LINE 6 COL 35
015010                     PIC 9(05)V99 USING GM-MID-RATE.
015020     05 VALUE 'MAXIMUM HOURLY RATE'             LINE 7 COL 10.
015030     05 GM-REC-MAX-IN                           LINE 7 COL 35
015040                     PIC 9(05)V99 USING GM-MAX-RATE.
015050     05 VALUE 'STATUS (A/I)'                    LINE 8 COL 10.
015060     05 GM-REC-STAT-OUT                         LINE 8 COL 35
015070                     PIC X(01) FROM GRD-STATUS.
015080     05 VALUE 'U - UPDATE  X - DEACTIVATE  C - CANCEL'
015090                     LINE 10 COL 15.
015100     05 VALUE 'ENTER CHOICE'                    LINE 12 COL 15.
015110     05 GM-ACTION-IN                            LINE 12 COL 35
015120                     PIC X TO GM-ACTION.
015130
015140
015150 PROCEDURE DIVISION.
015160*-----------------------------------------------------------------
015170* 0000-MAINLINE
015180*-----------------------------------------------------------------
015190 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015210     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
015220         UNTIL DONE.
015230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015240     GOBACK.
015250
015260*-----------------------------------------------------------------
015270* 1000-INITIALIZE - VERIFY THE OPERATOR SIGN-ON AGAINST THE
015280* OPERATOR SECURITY FILE (THREE TRIES, THEN THE SESSION ENDS)
015290* AND OPEN THE FILES, CREATING THE EMPLOYEE FILE AND AUDIT LOG
015300* THE FIRST TIME EITHER IS USED (FILE STATUS 35 MEANS THE FILE
015310* DOES NOT EXIST YET).
015320*-----------------------------------------------------------------
015330 1000-INITIALIZE.
015340     MOVE 'EMP-SCR' TO RCT-PROGRAM
015350     ACCEPT WS-TODAY FROM DATE YYYYMMDD
015360
015370*    PASSWORD-EXPIRY CUTOFF: TODAY BACKED OFF BY THE EXPIRY
015380*    MONTHS, BORROWING A YEAR WHEN THE SUBTRACTION CROSSES
015390*    JANUARY. THE DAY CARRIES OVER AS-IS - THE YYYYMMDD STRING
015400*    COMPARE DOES THE REST.
015410     MOVE WS-TODAY TO WS-PW-CUTOFF
015420     IF WS-PWC-MM > WS-PW-EXPIRY-MONTHS
015430         SUBTRACT WS-PW-EXPIRY-MONTHS FROM WS-PWC-MM
015440     ELSE
015450         ADD 12 TO WS-PWC-MM
015460         SUBTRACT WS-PW-EXPIRY-MONTHS FROM WS-PWC-MM
015470         SUBTRACT 1 FROM WS-PWC-YYYY
015480     END-IF
015490
015500     OPEN I-O OPER-FILE
015510     IF FILE-STATUS-4 = '35'
015520         PERFORM 1200-BOOTSTRAP-OPER THRU 1200-EXIT
015530     END-IF
015540
015550*    THE AUDIT LOG OPENS AHEAD OF SIGN-ON SO LOCKOUTS AND
015560*    FORCED PASSWORD CHANGES CAN BE LOGGED AS THEY HAPPEN.
015570     OPEN EXTEND AUDIT-FILE
015580     IF FILE-STATUS-2 = '35'
015590         OPEN OUTPUT AUDIT-FILE
015600         CLOSE AUDIT-FILE
015610         OPEN EXTEND AUDIT-FILE
015620     END-IF
015630
015640     PERFORM 1100-SIGN-ON THRU 1100-EXIT
015650         UNTIL SIGNON-OK OR WS-SIGNON-TRIES >= 3
015660
015670     IF NOT SIGNON-OK
015680         DISPLAY 'EMP-SCR - SIGN-ON FAILED 3 TIMES - '
015690                 'SESSION ENDED'
015700         CLOSE OPER-FILE
015710         PERFORM 8750-POST-CONTROL THRU 8750-EXIT
015720         CLOSE AUDIT-FILE
015730         MOVE 16 TO RETURN-CODE
015740         STOP RUN
015750     END-IF
015760
015770     OPEN I-O OUTFILE
015780     IF FILE-STATUS-1 = '35'
015790         OPEN OUTPUT OUTFILE
015800         CLOSE OUTFILE
015810         OPEN I-O OUTFILE
015820     END-IF
015830
015840     OPEN EXTEND HIST-FILE
015850     IF FILE-STATUS-5 = '35'
015860         OPEN OUTPUT HIST-FILE
015870         CLOSE HIST-FILE
015880         OPEN EXTEND HIST-FILE
015890     END-IF
015900
015910     OPEN I-O DEPT-FILE
015920     IF FILE-STATUS-3 = '35'
015930         OPEN OUTPUT DEPT-FILE
015940         CLOSE DEPT-FILE
015950         OPEN I-O DEPT-FILE
015960     END-IF
015970
015980     OPEN I-O DEDUCT-FILE
015990     IF FILE-STATUS-7 = '35'
016000         OPEN OUTPUT DEDUCT-FILE
016010         CLOSE DEDUCT-FILE
016020         OPEN I-O DEDUCT-FILE
016030     END-IF
016040
016050     OPEN I-O LEAVE-FILE
016060     IF FILE-STATUS-8 = '35'
016070         OPEN OUTPUT LEAVE-FILE
016080         CLOSE LEAVE-FILE
016090         OPEN I-O LEAVE-FILE
016100     END-IF
016110
016120     OPEN I-O PENDING-FILE
016130     IF FILE-STATUS-9 = '35'
016140         OPEN OUTPUT PENDING-FILE
016150         CLOSE PENDING-FILE
016160         OPEN I-O PENDING-FILE
016170     END-IF
016180
016190     OPEN I-O GRADE-FILE
016200     IF FILE-STATUS-10 = '35'
016210         OPEN OUTPUT GRADE-FILE
016220         CLOSE GRADE-FILE
016230         OPEN I-O GRADE-FILE
016240     END-IF.
016250 1000-EXIT.
016260     EXIT.
016270
016280*-----------------------------------------------------------------
016290* 1100-SIGN-ON - ONE SIGN-ON ATTEMPT. THE KEYED OPERATOR ID MUST
016300* BE ON THE OPERATOR SECURITY FILE WITH A MATCHING PASSWORD,
016310* ACTIVE AND NOT LOCKED OUT; THE OPERATOR'S AUTHORITY LEVEL IS
016320* SAVED FOR THE MENU CHECKS. A WRONG PASSWORD AGAINST AN ACTIVE
016330* RECORD BUMPS OPS-FAIL-CT ON THE RECORD ITSELF, SO RESTARTING
016340* EMP-SCR DOES NOT RESET THE COUNT; THE THIRD CONSECUTIVE
016350* FAILURE LOCKS THE RECORD AND LOGS IT. A GOOD SIGN-ON CLEARS
016360* THE COUNT, AND AN EXPIRED OR NEVER-SET PASSWORD MUST BE
016370* CHANGED BEFORE THE SIGN-ON COMPLETES (1150). THE CALLER
016380* COUNTS THE TRIES AND ENDS THE SESSION AFTER THREE.
016390*-----------------------------------------------------------------
016400 1100-SIGN-ON.
016410     MOVE SPACES TO OPERATOR-ID
016420     MOVE SPACES TO OPERATOR-PASSWORD
016430     DISPLAY OPERATOR-ID-SCREEN
016440     ACCEPT OPERATOR-ID-SCREEN
016450     ADD 1 TO WS-SIGNON-TRIES
016460
016470     MOVE OPERATOR-ID TO OPS-ID
016480     READ OPER-FILE KEY IS OPS-ID
016490         INVALID KEY
016500             DISPLAY 'SIGN-ON REJECTED - OPERATOR ID OR '
016510                     'PASSWORD INVALID'
016520             GO TO 1100-EXIT
016530     END-READ
016540
016550     IF OPS-LOCKED
016560         DISPLAY 'SIGN-ON REJECTED - OPERATOR IS LOCKED OUT - '
016570                 'SEE A SUPERVISOR'
016580         GO TO 1100-EXIT
016590     END-IF
016600
016610     IF OPS-PASSWORD = OPERATOR-PASSWORD
016620             AND OPS-ACTIVE
016630         IF OPS-FAIL-CT NOT = 0
016640             MOVE 0 TO OPS-FAIL-CT
016650             PERFORM 4400-OPER-REWRITE THRU 4400-EXIT
016660         END-IF
016670         IF OPS-PW-DATE = SPACES
016680                 OR OPS-PW-DATE < WS-PW-CUTOFF
016690             PERFORM 1150-FORCE-PW-CHANGE THRU 1150-EXIT
016700         ELSE
016710             MOVE 'Y' TO WS-SIGNON-SW
016720             MOVE OPS-AUTH TO WS-OPER-AUTH
016730         END-IF
016740     ELSE
016750         IF OPS-ACTIVE AND OPS-PASSWORD NOT = OPERATOR-PASSWORD
016760             IF OPS-FAIL-CT < 9
016770                 ADD 1 TO OPS-FAIL-CT
016780             END-IF
016790             IF OPS-FAIL-CT >= 3 AND NOT OPS-LOCKED
016800                 MOVE 'L' TO OPS-LOCK
016810                 MOVE 'LOCK' TO AUDIT-ACTION-CODE
016820                 MOVE OPS-ID TO OPER-AUD-BY
016830                 MOVE OPS-ID TO OPER-AUD-TARGET
016840                 PERFORM 2850-WRITE-OPER-AUDIT THRU 2850-EXIT
016850             END-IF
016860             PERFORM 4400-OPER-REWRITE THRU 4400-EXIT
016870         END-IF
016880         DISPLAY 'SIGN-ON REJECTED - OPERATOR ID OR '
016890                 'PASSWORD INVALID'
016900     END-IF.
016910 1100-EXIT.
016920     EXIT.
016930
016940*-----------------------------------------------------------------
016950* 1150-FORCE-PW-CHANGE - THE PASSWORD IS EXPIRED OR HAS NEVER
016960* BEEN SET BY ITS OWNER (SPACES - NEWLY ADDED OR RESET BY A
016970* SUPERVISOR). THE OPERATOR MUST KEY A NEW PASSWORD, TWICE,
016980* BEFORE THE SIGN-ON COMPLETES; LEAVING IT BLANK CANCELS THE
016990* SIGN-ON AND THE ATTEMPT COUNTS AGAINST THE THREE TRIES. THE
017000* NEW PASSWORD MAY NOT REPEAT THE OLD ONE. THE CHANGE IS
017010* STAMPED WITH TODAY'S DATE AND LOGGED.
017020*-----------------------------------------------------------------
017030 1150-FORCE-PW-CHANGE.
017040     MOVE SPACES TO WS-NEW-PW1
017050     MOVE SPACES TO WS-NEW-PW2
017060     DISPLAY PW-CHANGE-S
017070     ACCEPT PW-CHANGE-S
017080
017090     IF WS-NEW-PW1 = SPACES
017100         DISPLAY 'SIGN-ON CANCELLED - PASSWORD NOT CHANGED'
017110         GO TO 1150-EXIT
017120     END-IF
017130     IF WS-NEW-PW1 NOT = WS-NEW-PW2
017140         DISPLAY 'SIGN-ON REJECTED - NEW PASSWORDS DO NOT MATCH'
017150         GO TO 1150-EXIT
017160     END-IF
017170     IF WS-NEW-PW1 = OPS-PASSWORD
017180         DISPLAY 'SIGN-ON REJECTED - NEW PASSWORD MAY NOT '
017190                 'REPEAT THE OLD ONE'
017200         GO TO 1150-EXIT
017210     END-IF
017220
017230     MOVE WS-NEW-PW1 TO OPS-PASSWORD
017240     MOVE WS-TODAY   TO OPS-PW-DATE
017250     PERFORM 4400-OPER-REWRITE THRU 4400-EXIT
017260     IF FILE-STATUS-4 = '00'
017270         MOVE 'Y' TO WS-SIGNON-SW
017280         MOVE OPS-AUTH TO WS-OPER-AUTH
017290         MOVE 'PWCHG' TO AUDIT-ACTION-CODE
017300         MOVE OPS-ID TO OPER-AUD-BY
017310         MOVE OPS-ID TO OPER-AUD-TARGET
017320         PERFORM 2850-WRITE-OPER-AUDIT THRU 2850-EXIT
017330     END-IF.
017340 1150-EXIT.
017350     EXIT.
017360
017370*-----------------------------------------------------------------
017380* 1200-BOOTSTRAP-OPER - FIRST-EVER SESSION: CREATE THE OPERATOR
017390* SECURITY FILE WITH A DEFAULT ADMIN SUPERVISOR SO THE SHOP IS
017400* NOT LOCKED OUT OF ITS OWN ENTRY SYSTEM. SIGN ON AS ADMIN,
017410* LOAD THE REAL OPERATOR RECORDS THROUGH OPERATOR MAINTENANCE
017420* (MENU CHOICE O), THEN RETIRE THE DEFAULT THERE - CHANGE ITS
017430* PASSWORD OR DEACTIVATE IT OUTRIGHT.
017440*-----------------------------------------------------------------
017450 1200-BOOTSTRAP-OPER.
017460     OPEN OUTPUT OPER-FILE
017470     MOVE 'ADMIN   ' TO OPS-ID
017480     MOVE 'ADMIN   ' TO OPS-PASSWORD
017490     MOVE 'S'        TO OPS-AUTH
017500     MOVE 'A'        TO OPS-STATUS
017510     MOVE SPACES     TO OPS-PW-DATE
017520     MOVE 0          TO OPS-FAIL-CT
017530     MOVE SPACE      TO OPS-LOCK
017540     WRITE OPERATOR-FILE-REC
017550         INVALID KEY
017560             DISPLAY 'ERROR CREATING OPERATOR SECURITY FILE - '
017570                     'STATUS ' FILE-STATUS-4
017580     END-WRITE
017590     CLOSE OPER-FILE
017600     OPEN I-O OPER-FILE
017610     DISPLAY 'OPERATOR SECURITY FILE CREATED WITH DEFAULT '
017620             'SUPERVISOR ADMIN'.
017630 1200-EXIT.
017640     EXIT.
017650
017660*-----------------------------------------------------------------
017670* 2000-PROCESS-MENU - ONE PASS OF THE MAIN MENU SCREEN
017680*-----------------------------------------------------------------
017690 2000-PROCESS-MENU.
017700     DISPLAY DATA-ENTRY-SCREEN
017710     ACCEPT DATA-ENTRY-SCREEN
017720
017730     EVALUATE TRUE
017740         WHEN DONE
017750             CONTINUE
017760         WHEN GO-MAINTENANCE
017770             IF OPER-SUPERVISOR
017780                 PERFORM 2700-MAINTENANCE-MODE THRU 2700-EXIT
017790             ELSE
017800                 DISPLAY 'NOT AUTHORIZED - MAINTENANCE IS '
017810                         'SUPERVISOR ONLY'
017820             END-IF
017830         WHEN GO-DEPT-MAINT
017840             IF OPER-SUPERVISOR
017850                 PERFORM 3000-DEPT-MAINT THRU 3000-EXIT
017860             ELSE
017870                 DISPLAY 'NOT AUTHORIZED - DEPT MAINTENANCE IS '
017880                         'SUPERVISOR ONLY'
017890             END-IF
017900         WHEN GO-OPER-MAINT
017910             IF OPER-SUPERVISOR
017920                 PERFORM 4000-OPER-MAINT THRU 4000-EXIT
017930             ELSE
017940                 DISPLAY 'NOT AUTHORIZED - OPERATOR '
017950                         'MAINTENANCE IS SUPERVISOR ONLY'
017960             END-IF
017970         WHEN GO-HISTORY
017980             PERFORM 5000-HIST-INQUIRY THRU 5000-EXIT
017990         WHEN GO-CHG-PASSWORD
018000             PERFORM 6000-CHANGE-PASSWORD THRU 6000-EXIT
018010         WHEN GO-DED-MAINT
018020             IF OPER-SUPERVISOR
018030                 PERFORM 7000-DED-MAINT THRU 7000-EXIT
018040             ELSE
018050                 DISPLAY 'NOT AUTHORIZED - DEDUCTION MAINTENANCE '
018060                         'IS SUPERVISOR ONLY'
018070             END-IF
018080         WHEN GO-GRADE-MAINT
018090             IF OPER-SUPERVISOR
018100                 PERFORM 3500-GRADE-MAINT THRU 3500-EXIT
018110             ELSE
018120                 DISPLAY 'NOT AUTHORIZED - PAY GRADE MAINTENANCE '
018130                         'IS SUPERVISOR ONLY'
018140             END-IF
018150         WHEN OTHER
018160             PERFORM 2200-COLLECT-N-WRITE THRU 2200-EXIT
018170     END-EVALUATE.
018180 2000-EXIT.
018190     EXIT.
018200
018210*-----------------------------------------------------------------
018220* 2200-COLLECT-N-WRITE - VALIDATE, CONFIRM AND ADD ONE EMPLOYEE.
018230* A COMPLETELY BLANK SCREEN (OPERATOR PRESSED C WITH NOTHING
018240* KEYED) IS TREATED AS A NO-OP RATHER THAN WRITING A BLANK RECORD.
018250*-----------------------------------------------------------------
018260 2200-COLLECT-N-WRITE.
018270     PERFORM 2205-SET-ANY-FILLED THRU 2205-EXIT.
018280
018290     IF ANY-FIELD-FILLED
018300         MOVE 'N' TO WS-CONFIRM-SW
018310         PERFORM 2210-VALIDATE-ENTRY THRU 2210-EXIT
018320             UNTIL ENTRY-CONFIRMED
018330         PERFORM 2600-WRITE-RECORD THRU 2600-EXIT
018340     END-IF.
018350 2200-EXIT.
018360     EXIT.
018370
018380 2205-SET-ANY-FILLED.
018390     IF F-NAME = SPACES AND L-NAME = SPACES AND ID-O = SPACES
018400             AND DEPT-O = SPACES AND HIRE-DATE-O = SPACES
018410             AND PAY-RATE-O = ZEROS
018420             AND GRADE-O = SPACES
018430             AND MGR-ID-O = SPACES
018440         MOVE 'N' TO WS-ANY-FILLED-SW
018450     ELSE
018460         MOVE 'Y' TO WS-ANY-FILLED-SW
018470     END-IF.
018480 2205-EXIT.
018490     EXIT.
018500
018510*-----------------------------------------------------------------
018520* 2210-VALIDATE-ENTRY - ENFORCE REQUIRED FIELDS, ID EDITS, THE
018530* DUPLICATE CHECK, THE DEPARTMENT REFERENCE CHECK, THE PAY GRADE
018540* AND RATE-RANGE CHECK, THE REPORTS-TO MANAGER CHECK AND THE
018550* CONFIRMATION SCREEN FOR ONE PASS.
018560*-----------------------------------------------------------------
018570 2210-VALIDATE-ENTRY.
018580     IF F-NAME = SPACES
018590         PERFORM F-NAME-ENTRY THRU F-NAME-ENTRY-EXIT
018600             UNTIL F-NAME NOT EQUAL SPACES
018610     END-IF.
018620
018630     IF L-NAME = SPACES
018640         PERFORM L-NAME-ENTRY THRU L-NAME-ENTRY-EXIT
018650             UNTIL L-NAME NOT EQUAL SPACES
018660     END-IF.
018670
018680     IF ID-O = SPACES
018690         PERFORM ID-ENTRY THRU ID-ENTRY-EXIT
018700             UNTIL ID-O NOT EQUAL SPACES
018710     END-IF.
018720
018730     MOVE 'Y' TO WS-DUP-SW
018740     PERFORM 2350-CHECK-ID-ENTRY THRU 2350-EXIT
018750         UNTIL ID-O IS NUMERIC AND NO-DUPLICATE-FOUND.
018760
018770     MOVE 'N' TO WS-DEPT-VALID-SW
018780     PERFORM 2450-CHECK-DEPT THRU 2450-EXIT
018790         UNTIL DEPT-CODE-VALID.
018800
018810     MOVE 'N' TO WS-HDATE-VALID-SW
018820     PERFORM 2460-CHECK-HIRE-DATE THRU 2460-EXIT
018830         UNTIL HIRE-DATE-VALID.
018840
018850     IF PAY-RATE-O = ZEROS
018860         PERFORM PRATE-ENTRY THRU PRATE-ENTRY-EXIT
018870             UNTIL PAY-RATE-O NOT EQUAL ZEROS
018880     END-IF.
018890
018900     MOVE 'N' TO WS-RANGE-VALID-SW
018910     PERFORM 2480-CHECK-RATE-RANGE THRU 2480-EXIT
018920         UNTIL RATE-IN-RANGE.
018930
018940     MOVE SPACES TO WS-OLD-MGR-ID
018950     MOVE 'N' TO WS-MGR-VALID-SW
018960     PERFORM 2490-CHECK-MANAGER THRU 2490-EXIT
018970         UNTIL MGR-ID-VALID.
018980
018990     PERFORM 2500-CONFIRM-SCREEN THRU 2500-EXIT
019000         UNTIL CONFIRM-YES OR CONFIRM-NO.
019010
019020     IF CONFIRM-NO
019030         DISPLAY DATA-ENTRY-SCREEN
019040         ACCEPT DATA-ENTRY-SCREEN
019050     ELSE
019060         MOVE 'Y' TO WS-CONFIRM-SW
019070     END-IF.
019080 2210-EXIT.
019090     EXIT.
019100
019110*-----------------------------------------------------------------
019120* 2300-VALIDATE-ID - ID-O MUST BE FULLY POPULATED AND ALL NUMERIC.
019130*-----------------------------------------------------------------
019140 2300-VALIDATE-ID.
019150     IF ID-O IS NOT NUMERIC
019160         DISPLAY ID-INVALID-S
019170         ACCEPT ID-INVALID-S
019180     END-IF.
019190 2300-EXIT.
019200     EXIT.
019210
019220*-----------------------------------------------------------------
019230* 2350-CHECK-ID-ENTRY - RE-EDIT ID-O AND RE-RUN THE DUPLICATE CHECK
019240* TOGETHER EVERY PASS, SO A CORRECTION TYPED AT DUP-ID-ENTRY-S
019250* (WHICH IS NOT ITSELF NUMERIC-EDITED) CANNOT SNEAK A BAD ID-O
019260* PAST 2300-VALIDATE-ID. THE DUPLICATE CHECK ONLY RUNS ONCE ID-O
019270* IS NUMERIC - A NON-NUMERIC KEY IS NEVER LOOKED UP.
019280*-----------------------------------------------------------------
019290 2350-CHECK-ID-ENTRY.
019300     PERFORM 2300-VALIDATE-ID THRU 2300-EXIT
019310     IF ID-O IS NUMERIC
019320         PERFORM 2400-CHECK-DUPLICATE THRU 2400-EXIT
019330     END-IF.
019340 2350-EXIT.
019350     EXIT.
019360
019370*-----------------------------------------------------------------
019380* 2400-CHECK-DUPLICATE - REJECT AN ID-O THAT IS ALREADY ON FILE.
019390*-----------------------------------------------------------------
019400 2400-CHECK-DUPLICATE.
019410     MOVE ID-O TO EFR-ID
019420     READ OUTFILE KEY IS EFR-ID
019430         INVALID KEY
019440             MOVE 'N' TO WS-DUP-SW
019450         NOT INVALID KEY
019460             MOVE 'Y' TO WS-DUP-SW
019470             DISPLAY DUP-ID-ENTRY-S
019480             ACCEPT DUP-ID-ENTRY-S
019490     END-READ.
019500 2400-EXIT.
019510     EXIT.
019520
019530*-----------------------------------------------------------------
019540* 2450-CHECK-DEPT - DEPT-O MUST BE A DEPARTMENT CODE THAT IS ON
019550* THE DEPARTMENT REFERENCE FILE AND STILL ACTIVE. A BLANK OR
019560* UNKNOWN CODE IS RE-PROMPTED THE SAME WAY A BAD ID-O IS.
019570*-----------------------------------------------------------------
019580 2450-CHECK-DEPT.
019590     IF DEPT-O = SPACES
019600         PERFORM DEPT-ENTRY THRU DEPT-ENTRY-EXIT
019610             UNTIL DEPT-O NOT EQUAL SPACES
019620     END-IF
019630
019640     MOVE DEPT-O TO DPT-CODE
019650     READ DEPT-FILE KEY IS DPT-CODE
019660         INVALID KEY
019670             MOVE 'N' TO WS-DEPT-VALID-SW
019680             DISPLAY DEPT-INVALID-S
019690             ACCEPT DEPT-INVALID-S
019700         NOT INVALID KEY
019710             IF DPT-ACTIVE
019720                 MOVE 'Y' TO WS-DEPT-VALID-SW
019730             ELSE
019740                 MOVE 'N' TO WS-DEPT-VALID-SW
019750                 DISPLAY DEPT-INVALID-S
019760                 ACCEPT DEPT-INVALID-S
019770             END-IF
019780     END-READ.
019790 2450-EXIT.
019800     EXIT.
019810
019820*-----------------------------------------------------------------
019830* 2460-CHECK-HIRE-DATE - HIRE-DATE-O MUST BE A REAL YYYYMMDD
019840* CALENDAR DATE (SHARED EDIT 8500) AND MAY NOT BE IN THE FUTURE.
019850* A BLANK OR BAD DATE IS RE-PROMPTED THE SAME WAY A BAD DEPT IS.
019860*-----------------------------------------------------------------
019870 2460-CHECK-HIRE-DATE.
019880     IF HIRE-DATE-O = SPACES
019890         PERFORM HDATE-ENTRY THRU HDATE-ENTRY-EXIT
019900             UNTIL HIRE-DATE-O NOT EQUAL SPACES
019910     END-IF
019920
019930     MOVE HIRE-DATE-O TO DTE-DATE-X
019940     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
019950     IF DTE-INVALID OR HIRE-DATE-O > WS-TODAY
019960         MOVE 'N' TO WS-HDATE-VALID-SW
019970         DISPLAY HDATE-INVALID-S
019980         ACCEPT HDATE-INVALID-S
019990     ELSE
020000         MOVE 'Y' TO WS-HDATE-VALID-SW
020010     END-IF.
020020 2460-EXIT.
020030     EXIT.
020040
020050*-----------------------------------------------------------------
020060* 2470-CHECK-GRADE - GRADE-O MUST BE A PAY GRADE THAT IS ON THE
020070* PAY GRADE FILE AND STILL ACTIVE. A BLANK OR UNKNOWN GRADE IS
020080* RE-PROMPTED THE SAME WAY A BAD DEPARTMENT IS. A GOOD GRADE IS
020090* LEFT IN THE GRADE FD AREA FOR THE RANGE CHECK.
020100*-----------------------------------------------------------------
020110 2470-CHECK-GRADE.
020120     IF GRADE-O = SPACES
020130         PERFORM GRADE-ENTRY THRU GRADE-ENTRY-EXIT
020140             UNTIL GRADE-O NOT EQUAL SPACES
020150     END-IF
020160
020170     MOVE GRADE-O TO GRD-CODE
020180     READ GRADE-FILE KEY IS GRD-CODE
020190         INVALID KEY
020200             MOVE 'N' TO WS-GRADE-VALID-SW
020210             DISPLAY GRADE-INVALID-S
020220             ACCEPT GRADE-INVALID-S
020230         NOT INVALID KEY
020240             IF GRD-ACTIVE
020250                 MOVE 'Y' TO WS-GRADE-VALID-SW
020260             ELSE
020270                 MOVE 'N' TO WS-GRADE-VALID-SW
020280                 DISPLAY GRADE-INVALID-S
020290                 ACCEPT GRADE-INVALID-S
020300             END-IF
020310     END-READ.
020320 2470-EXIT.
020330     EXIT.
020340
020350*-----------------------------------------------------------------
020360* 2480-CHECK-RATE-RANGE - PAY-RATE-O MUST FALL BETWEEN THE MINIMUM
020370* AND MAXIMUM OF THE EMPLOYEE'S PAY GRADE. THE GRADE IS RE-EDITED
020380* EVERY PASS, SINCE THE RANGE SCREEN LETS THE OPERATOR CORRECT
020390* EITHER THE RATE OR THE GRADE, AND A ZERO RATE IS RE-PROMPTED THE
020400* SAME WAY IT IS ON THE FIRST PASS.
020410*-----------------------------------------------------------------
020420 2480-CHECK-RATE-RANGE.
020430     MOVE 'N' TO WS-GRADE-VALID-SW
020440     PERFORM 2470-CHECK-GRADE THRU 2470-EXIT
020450         UNTIL GRADE-CODE-VALID
020460
020470     IF PAY-RATE-O = ZEROS
020480         PERFORM PRATE-ENTRY THRU PRATE-ENTRY-EXIT
020490             UNTIL PAY-RATE-O NOT EQUAL ZEROS
020500     END-IF
020510
020520     IF PAY-RATE-O < GRD-MIN-RATE OR PAY-RATE-O > GRD-MAX-RATE
020530         MOVE 'N' TO WS-RANGE-VALID-SW
020540         DISPLAY RATE-RANGE-S
020550         ACCEPT RATE-RANGE-S
020560     ELSE
020570         MOVE 'Y' TO WS-RANGE-VALID-SW
020580     END-IF.
020590 2480-EXIT.
020600     EXIT.
020610
020620*-----------------------------------------------------------------
020630* 2490-CHECK-MANAGER - MGR-ID-O IS BLANK (NO MANAGER), THE MANAGER
020640* ALREADY ON FILE (WS-OLD-MGR-ID, SPACES ON AN ADD), OR AN ACTIVE
020650* EMPLOYEE WHOSE OWN CHAIN OF MANAGERS DOES NOT LEAD BACK TO ID-O
020660* (SHARED EDIT 8600). A BAD MANAGER IS RE-PROMPTED; BLANKING IT
020670* OUT LEAVES THE EMPLOYEE WITH NO MANAGER.
020680*-----------------------------------------------------------------
020690 2490-CHECK-MANAGER.
020700     IF MGR-ID-O = SPACES OR MGR-ID-O = WS-OLD-MGR-ID
020710         MOVE 'Y' TO WS-MGR-VALID-SW
020720         GO TO 2490-EXIT
020730     END-IF
020740     MOVE ID-O     TO MGC-EMP-ID
020750     MOVE MGR-ID-O TO MGC-MGR-ID
020760     PERFORM 8600-CHECK-MANAGER THRU 8600-EXIT
020770     EVALUATE TRUE
020780         WHEN MGC-VALID
020790             MOVE 'Y' TO WS-MGR-VALID-SW
020800         WHEN MGC-LOOPS
020810             DISPLAY MGR-LOOP-S
020820             ACCEPT MGR-LOOP-S
020830         WHEN OTHER
020840             DISPLAY MGR-INVALID-S
020850             ACCEPT MGR-INVALID-S
020860     END-EVALUATE.
020870 2490-EXIT.
020880     EXIT.
020890
020900*-----------------------------------------------------------------
020910* 2500-CONFIRM-SCREEN - SHOW THE KEYED DATA AND REQUIRE Y/N.
020920*-----------------------------------------------------------------
020930 2500-CONFIRM-SCREEN.
020940     DISPLAY CONFIRM-SCREEN
020950     ACCEPT CONFIRM-SCREEN.
020960 2500-EXIT.
020970     EXIT.
020980
020990*-----------------------------------------------------------------
021000* 2600-WRITE-RECORD - COMMIT THE NEW EMPLOYEE AND LOG THE ADD.
021010*-----------------------------------------------------------------
021020 2600-WRITE-RECORD.
021030     MOVE SPACES TO HST-BEFORE-IMAGE
021040     MOVE ZEROS  TO HST-B-PAY-RATE
021050     MOVE SPACES TO HST-B-GRADE
021060     MOVE SPACES TO HST-B-MGR-ID
021070
021080     MOVE F-NAME      TO EFR-F-NAME
021090     MOVE L-NAME      TO EFR-L-NAME
021100     MOVE ID-O        TO EFR-ID
021110     MOVE DEPT-O      TO EFR-DEPT
021120     MOVE HIRE-DATE-O TO EFR-HIRE-DATE
021130     MOVE PAY-RATE-O  TO EFR-PAY-RATE
021140     MOVE 'A'         TO EFR-STATUS
021150     MOVE SPACES      TO EFR-TERM-DATE
021160     MOVE GRADE-O     TO EFR-GRADE
021170     MOVE MGR-ID-O    TO EFR-MGR-ID
021180
021190     WRITE EMPLOYEE-FILE-REC
021200         INVALID KEY
021210             DISPLAY 'ERROR WRITING EMPLOYEE RECORD - STATUS '
021220                     FILE-STATUS-1
021230     END-WRITE.
021240
021250     IF FILE-STATUS-1 = '00'
021260         MOVE 'ADD' TO AUDIT-ACTION-CODE
021270         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
021280         PERFORM 2920-SET-AFTER THRU 2920-EXIT
021290         PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
021300     END-IF.
021310 2600-EXIT.
021320     EXIT.
021330
021340*-----------------------------------------------------------------
021350* 2700-MAINTENANCE-MODE - INQUIRE ON AN EXISTING ID-O AND LET THE
021360* OPERATOR UPDATE OR DELETE IT.
021370*-----------------------------------------------------------------
021380 2700-MAINTENANCE-MODE.
021390     MOVE 'N' TO WS-FOUND-SW
021400     MOVE 'N' TO WS-MAINT-CANCEL-SW
021410
021420     PERFORM 2710-MAINT-LOOKUP THRU 2710-EXIT
021430         UNTIL RECORD-FOUND OR MAINT-CANCELLED
021440
021450     IF RECORD-FOUND
021460         PERFORM 2720-MAINT-EDIT-SCREEN THRU 2720-EXIT
021470         EVALUATE TRUE
021480             WHEN MAINT-UPDATE
021490                 PERFORM 2730-MAINT-UPDATE THRU 2730-EXIT
021500             WHEN MAINT-TERMINATE
021510                 PERFORM 2735-MAINT-TERMINATE THRU 2735-EXIT
021520             WHEN MAINT-REHIRE
021530                 IF EFR-TERMINATED
021540                     PERFORM 2738-MAINT-REHIRE THRU 2738-EXIT
021550                 ELSE
021560                     DISPLAY 'REHIRE IS ONLY OFFERED FOR A '
021570                             'TERMINATED EMPLOYEE'
021580                 END-IF
021590             WHEN MAINT-DELETE
021600                 PERFORM 2740-MAINT-DELETE THRU 2740-EXIT
021610             WHEN MAINT-LEAVE
021620                 PERFORM 2790-LEAVE-INQUIRY THRU 2790-EXIT
021630             WHEN MAINT-PENDING
021640                 PERFORM 2792-PENDING-MAINT THRU 2792-EXIT
021650             WHEN OTHER
021660                 CONTINUE
021670         END-EVALUATE
021680     END-IF.
021690 2700-EXIT.
021700     EXIT.
021710
021720*-----------------------------------------------------------------
021730* 2710-MAINT-LOOKUP - READ THE EMPLOYEE FILE BY ID-O, OR SEARCH
021740* BY FULL OR PARTIAL LAST NAME WHEN NO ID WAS KEYED. LEAVING
021750* BOTH FIELDS BLANK CANCELS OUT OF MAINTENANCE MODE BACK TO THE
021760* MAIN MENU.
021770*-----------------------------------------------------------------
021780 2710-MAINT-LOOKUP.
021790     MOVE SPACES TO MAINT-ID-SEARCH
021800     MOVE SPACES TO MAINT-NAME-SEARCH
021810     DISPLAY MAINT-ENTRY-SCREEN
021820     ACCEPT MAINT-ENTRY-SCREEN
021830
021840     EVALUATE TRUE
021850         WHEN MAINT-ID-SEARCH = SPACES
021860                 AND MAINT-NAME-SEARCH = SPACES
021870             MOVE 'Y' TO WS-MAINT-CANCEL-SW
021880         WHEN MAINT-ID-SEARCH = SPACES
021890             PERFORM 2750-NAME-SEARCH THRU 2750-EXIT
021900         WHEN OTHER
021910             MOVE MAINT-ID-SEARCH TO EFR-ID
021920             READ OUTFILE KEY IS EFR-ID
021930                 INVALID KEY
021940                     MOVE 'N' TO WS-FOUND-SW
021950                     DISPLAY MAINT-NOT-FOUND-S
021960                     ACCEPT MAINT-NOT-FOUND-S
021970                 NOT INVALID KEY
021980                     MOVE 'Y' TO WS-FOUND-SW
021990                     PERFORM 2715-LOAD-SCREEN-FIELDS
022000                         THRU 2715-EXIT
022010             END-READ
022020     END-EVALUATE.
022030 2710-EXIT.
022040     EXIT.
022050
022060
022070*-----------------------------------------------------------------
022080* 2715-LOAD-SCREEN-FIELDS - CARRY THE EMPLOYEE RECORD JUST READ
022090* INTO THE SCREEN CAPTURE AREA FOR MAINT-REC-SCREEN.
022100*-----------------------------------------------------------------
022110 2715-LOAD-SCREEN-FIELDS.
022120     MOVE EFR-F-NAME    TO F-NAME
022130     MOVE EFR-L-NAME    TO L-NAME
022140     MOVE EFR-ID        TO ID-O
022150     MOVE EFR-DEPT      TO DEPT-O
022160     MOVE EFR-HIRE-DATE TO HIRE-DATE-O
022170     MOVE EFR-PAY-RATE  TO PAY-RATE-O
022180     MOVE EFR-STATUS    TO STATUS-O
022190     MOVE EFR-TERM-DATE TO TERM-DATE-O
022200     MOVE EFR-GRADE     TO GRADE-O
022210     MOVE EFR-MGR-ID    TO MGR-ID-O
022220     MOVE SPACES        TO EFF-DATE-O.
022230 2715-EXIT.
022240     EXIT.
022250
022260*-----------------------------------------------------------------
022270* 2720-MAINT-EDIT-SCREEN - REDISPLAY THE RECORD FOR CORRECTION.
022280*-----------------------------------------------------------------
022290 2720-MAINT-EDIT-SCREEN.
022300     DISPLAY MAINT-REC-SCREEN
022310     ACCEPT MAINT-REC-SCREEN.
022320 2720-EXIT.
022330     EXIT.
022340
022350*-----------------------------------------------------------------
022360* 2730-MAINT-UPDATE - ENFORCE THE SAME REQUIRED-FIELD EDITS AS THE
022370* ADD PATH (2210-VALIDATE-ENTRY) BEFORE REWRITING THE CORRECTED
022380* RECORD, SO CLEARING A FIELD WHILE CORRECTING ANOTHER CANNOT
022390* BLANK IT OUT ON FILE. THEN LOG THE CHANGE.
022400* AN EFFECTIVE DATE AFTER TODAY HOLDS THE EDITED CHANGE ON
022410* PENDING.DOC FOR THE NIGHTLY APPLY INSTEAD (2733); BLANK OR
022420* TODAY REWRITES THE MASTER NOW.
022430*-----------------------------------------------------------------
022440 2730-MAINT-UPDATE.
022450     IF F-NAME = SPACES
022460         PERFORM F-NAME-ENTRY THRU F-NAME-ENTRY-EXIT
022470             UNTIL F-NAME NOT EQUAL SPACES
022480     END-IF.
022490
022500     IF L-NAME = SPACES
022510         PERFORM L-NAME-ENTRY THRU L-NAME-ENTRY-EXIT
022520             UNTIL L-NAME NOT EQUAL SPACES
022530     END-IF.
022540
022550     MOVE 'N' TO WS-DEPT-VALID-SW
022560     PERFORM 2450-CHECK-DEPT THRU 2450-EXIT
022570         UNTIL DEPT-CODE-VALID.
022580
022590     MOVE 'N' TO WS-HDATE-VALID-SW
022600     PERFORM 2460-CHECK-HIRE-DATE THRU 2460-EXIT
022610         UNTIL HIRE-DATE-VALID.
022620
022630     IF PAY-RATE-O = ZEROS
022640         PERFORM PRATE-ENTRY THRU PRATE-ENTRY-EXIT
022650             UNTIL PAY-RATE-O NOT EQUAL ZEROS
022660     END-IF.
022670
022680     MOVE 'N' TO WS-RANGE-VALID-SW
022690     PERFORM 2480-CHECK-RATE-RANGE THRU 2480-EXIT
022700         UNTIL RATE-IN-RANGE.
022710
022720     MOVE EFR-MGR-ID TO WS-OLD-MGR-ID
022730     MOVE 'N' TO WS-MGR-VALID-SW
022740     PERFORM 2490-CHECK-MANAGER THRU 2490-EXIT
022750         UNTIL MGR-ID-VALID.
022760
022770     MOVE 'N' TO WS-EDATE-VALID-SW
022780     PERFORM 2731-CHECK-EFF-DATE THRU 2731-EXIT
022790         UNTIL EFF-DATE-VALID.
022800
022810     IF EFF-DATE-O > WS-TODAY
022820         PERFORM 2733-PEND-CHANGE THRU 2733-EXIT
022830         GO TO 2730-EXIT
022840     END-IF.
022850
022860     PERFORM 2910-SET-BEFORE THRU 2910-EXIT
022870
022880     MOVE F-NAME      TO EFR-F-NAME
022890     MOVE L-NAME      TO EFR-L-NAME
022900     MOVE DEPT-O      TO EFR-DEPT
022910     MOVE HIRE-DATE-O TO EFR-HIRE-DATE
022920     MOVE PAY-RATE-O  TO EFR-PAY-RATE
022930     MOVE GRADE-O     TO EFR-GRADE
022940     MOVE MGR-ID-O    TO EFR-MGR-ID
022950
022960     REWRITE EMPLOYEE-FILE-REC
022970         INVALID KEY
022980             DISPLAY 'ERROR UPDATING EMPLOYEE RECORD - STATUS '
022990                     FILE-STATUS-1
023000     END-REWRITE.
023010
023020     IF FILE-STATUS-1 = '00'
023030         MOVE 'CHANGE' TO AUDIT-ACTION-CODE
023040         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
023050         PERFORM 2920-SET-AFTER THRU 2920-EXIT
023060         PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
023070     END-IF.
023080 2730-EXIT.
023090     EXIT.
023100
023110*-----------------------------------------------------------------
023120* 2731-CHECK-EFF-DATE - EFF-DATE-O IS BLANK (TODAY) OR A REAL
023130* YYYYMMDD CALENDAR DATE (SHARED EDIT 8500) NOT BEFORE TODAY. A
023140* BAD DATE IS RE-PROMPTED; BLANKING IT OUT MEANS TODAY.
023150*-----------------------------------------------------------------
023160 2731-CHECK-EFF-DATE.
023170     IF EFF-DATE-O = SPACES
023180         MOVE 'Y' TO WS-EDATE-VALID-SW
023190         GO TO 2731-EXIT
023200     END-IF
023210     MOVE EFF-DATE-O TO DTE-DATE-X
023220     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
023230     IF DTE-INVALID OR EFF-DATE-O < WS-TODAY
023240         DISPLAY EDATE-INVALID-S
023250         ACCEPT EDATE-INVALID-S
023260     ELSE
023270         MOVE 'Y' TO WS-EDATE-VALID-SW
023280     END-IF.
023290 2731-EXIT.
023300     EXIT.
023310
023320*-----------------------------------------------------------------
023330* 2733-PEND-CHANGE - HOLD A FUTURE-DATED UPDATE ON PENDING.DOC:
023340* THE MASTER AS READ BY 2710 IS THE BEFORE-IMAGE, THE EDITED
023350* SCREEN FIELDS THE AFTER-IMAGE. A CHANGE ALREADY HELD FOR THE
023360* SAME DATE IS REPLACED. THE MASTER IS NOT TOUCHED AND NOTHING
023370* IS LOGGED UNTIL EMPPND APPLIES IT.
023380*-----------------------------------------------------------------
023390 2733-PEND-CHANGE.
023400     MOVE EFR-ID        TO PND-ID
023410     MOVE EFF-DATE-O    TO PND-EFF-DATE
023420     MOVE 'P'           TO PND-STATUS
023430     MOVE OPERATOR-ID   TO PND-OPERATOR
023440     ACCEPT PND-KEYED-DATE FROM DATE YYYYMMDD
023450     ACCEPT PND-KEYED-TIME FROM TIME
023460     MOVE EFR-F-NAME    TO PND-B-F-NAME
023470     MOVE EFR-L-NAME    TO PND-B-L-NAME
023480     MOVE EFR-DEPT      TO PND-B-DEPT
023490     MOVE EFR-HIRE-DATE TO PND-B-HIRE-DATE
023500     MOVE EFR-PAY-RATE  TO PND-B-PAY-RATE
023510     MOVE EFR-GRADE     TO PND-B-GRADE
023520     MOVE EFR-MGR-ID    TO PND-B-MGR-ID
023530     MOVE F-NAME        TO PND-A-F-NAME
023540     MOVE L-NAME        TO PND-A-L-NAME
023550     MOVE DEPT-O        TO PND-A-DEPT
023560     MOVE HIRE-DATE-O   TO PND-A-HIRE-DATE
023570     MOVE PAY-RATE-O    TO PND-A-PAY-RATE
023580     MOVE GRADE-O       TO PND-A-GRADE
023590     MOVE MGR-ID-O      TO PND-A-MGR-ID
023600     MOVE SPACES        TO PND-REASON
023610
023620     WRITE PENDING-REC
023630         INVALID KEY
023640             CONTINUE
023650     END-WRITE
023660     IF FILE-STATUS-9 = '22'
023670         REWRITE PENDING-REC
023680             INVALID KEY
023690                 CONTINUE
023700         END-REWRITE
023710     END-IF
023720
023730     IF FILE-STATUS-9 = '00'
023740         DISPLAY 'CHANGE HELD UNTIL ' EFF-DATE-O
023750                 ' - EMPLOYEE RECORD NOT UPDATED YET'
023760     ELSE
023770         DISPLAY 'ERROR HOLDING PENDING CHANGE - STATUS '
023780                 FILE-STATUS-9
023790     END-IF.
023800 2733-EXIT.
023810     EXIT.
023820
023830*-----------------------------------------------------------------
023840* 2735-MAINT-TERMINATE - MARK THE RECORD LOCATED BY 2710 AS
023850* TERMINATED AS OF THE KEYED DATE INSTEAD OF DELETING IT, SO
023860* PAYROLL CAN STILL FIND THE EMPLOYEE FOR THE FINAL PAYCHECK.
023870* THE DATE MUST BE A REAL YYYYMMDD DATE ON OR AFTER THE HIRE
023880* DATE. A BLANK DATE CANCELS THE TERMINATION.
023890*-----------------------------------------------------------------
023900 2735-MAINT-TERMINATE.
023910     MOVE SPACES TO TERM-DATE-O
023920     DISPLAY TERM-DATE-ENTRY-S
023930     ACCEPT TERM-DATE-ENTRY-S
023940
023950     MOVE 'N' TO WS-TDATE-VALID-SW
023960     PERFORM 2737-CHECK-TERM-DATE THRU 2737-EXIT
023970         UNTIL TERM-DATE-VALID OR TERM-DATE-O = SPACES
023980
023990     IF TERM-DATE-O = SPACES
024000         GO TO 2735-EXIT
024010     END-IF
024020
024030     PERFORM 2910-SET-BEFORE THRU 2910-EXIT
024040
024050     MOVE 'T'         TO EFR-STATUS
024060     MOVE TERM-DATE-O TO EFR-TERM-DATE
024070
024080     REWRITE EMPLOYEE-FILE-REC
024090         INVALID KEY
024100             DISPLAY 'ERROR TERMINATING EMPLOYEE RECORD - '
024110                     'STATUS ' FILE-STATUS-1
024120     END-REWRITE
024130
024140     IF FILE-STATUS-1 = '00'
024150         MOVE 'TERM' TO AUDIT-ACTION-CODE
024160         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
024170         PERFORM 2920-SET-AFTER THRU 2920-EXIT
024180         PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
024190         PERFORM 2736-FREEZE-LEAVE THRU 2736-EXIT
024200         PERFORM 2741-COUNT-REPORTS THRU 2741-EXIT
024210     END-IF.
024220 2735-EXIT.
024230     EXIT.
024240
024250*-----------------------------------------------------------------
024260* 2736-FREEZE-LEAVE - A TERMINATED EMPLOYEE'S LEAVE RECORD STOPS
024270* ACCRUING AND TAKING USAGE AS OF THE TERMINATION DATE, AND THE
024280* UNUSED VACATION IS PRICED AT THE PAY RATE ON FILE TO GIVE THE
024290* PAYOUT OWED ON THE FINAL CHECK. SICK LEAVE IS NOT PAID OUT. THE
024300* INQUIRY SCREEN THEN SHOWS THE OPERATOR WHAT IS OWED.
024310*-----------------------------------------------------------------
024320 2736-FREEZE-LEAVE.
024330     MOVE EFR-ID TO LVE-ID
024340     READ LEAVE-FILE KEY IS LVE-ID
024350         INVALID KEY
024360             GO TO 2736-SHOW
024370     END-READ
024380     IF LVE-FROZEN
024390         GO TO 2736-SHOW
024400     END-IF
024410
024420     MOVE 'F'           TO LVE-STATUS
024430     MOVE EFR-TERM-DATE TO LVE-FROZEN-DATE
024440     MOVE EFR-PAY-RATE  TO LVE-PAYOUT-RATE
024450     COMPUTE LVE-PAYOUT-AMOUNT ROUNDED =
024460             LVE-VAC-BALANCE * LVE-PAYOUT-RATE
024470     REWRITE LEAVE-BAL-REC
024480         INVALID KEY
024490             DISPLAY 'ERROR FREEZING LEAVE RECORD - '
024500                     'STATUS ' FILE-STATUS-8
024510     END-REWRITE.
024520
024530 2736-SHOW.
024540     PERFORM 2790-LEAVE-INQUIRY THRU 2790-EXIT.
024550 2736-EXIT.
024560     EXIT.
024570
024580*-----------------------------------------------------------------
024590* 2737-CHECK-TERM-DATE - TERM-DATE-O MUST BE A REAL YYYYMMDD
024600* CALENDAR DATE (SHARED EDIT 8500) ON OR AFTER THE HIRE DATE OF
024610* THE EMPLOYEE RECORD STILL IN THE FD AREA. A BAD DATE IS
024620* RE-PROMPTED; BLANKING IT OUT CANCELS THE TERMINATION.
024630*-----------------------------------------------------------------
024640 2737-CHECK-TERM-DATE.
024650     MOVE TERM-DATE-O TO DTE-DATE-X
024660     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
024670     IF DTE-INVALID OR TERM-DATE-O < EFR-HIRE-DATE
024680         DISPLAY TDATE-INVALID-S
024690         ACCEPT TDATE-INVALID-S
024700     ELSE
024710         MOVE 'Y' TO WS-TDATE-VALID-SW
024720     END-IF.
024730 2737-EXIT.
024740     EXIT.
024750
024760*-----------------------------------------------------------------
024770* 2738-MAINT-REHIRE - BRING A TERMINATED EMPLOYEE BACK ON THE
024780* ACTIVE ROSTER: CAPTURE THE NEW HIRE DATE (SAME EDITS AS ANY
024790* HIRE DATE - REAL YYYYMMDD, NOT IN THE FUTURE), CLEAR THE OLD
024800* TERMINATION DATE, SET THE RECORD ACTIVE AND LOG THE REHIRE.
024810* ONLY OFFERED WHEN THE RECORD IS TERMINATED (2700 GUARDS IT).
024820* A BLANK DATE CANCELS THE REHIRE AND TOUCHES NOTHING.
024830*-----------------------------------------------------------------
024840 2738-MAINT-REHIRE.
024850     MOVE SPACES TO HIRE-DATE-O
024860     DISPLAY REHIRE-DATE-ENTRY-S
024870     ACCEPT REHIRE-DATE-ENTRY-S
024880
024890     MOVE 'N' TO WS-HDATE-VALID-SW
024900     PERFORM 2739-CHECK-REHIRE-DATE THRU 2739-EXIT
024910         UNTIL HIRE-DATE-VALID OR HIRE-DATE-O = SPACES
024920
024930     IF HIRE-DATE-O = SPACES
024940         MOVE EFR-HIRE-DATE TO HIRE-DATE-O
024950         GO TO 2738-EXIT
024960     END-IF
024970
024980     PERFORM 2910-SET-BEFORE THRU 2910-EXIT
024990
025000     MOVE HIRE-DATE-O TO EFR-HIRE-DATE
025010     MOVE 'A'         TO EFR-STATUS
025020     MOVE SPACES      TO EFR-TERM-DATE
025030     MOVE 'A'         TO STATUS-O
025040     MOVE SPACES      TO TERM-DATE-O
025050
025060     REWRITE EMPLOYEE-FILE-REC
025070         INVALID KEY
025080             DISPLAY 'ERROR REHIRING EMPLOYEE RECORD - '
025090                     'STATUS ' FILE-STATUS-1
025100     END-REWRITE
025110
025120     IF FILE-STATUS-1 = '00'
025130         MOVE 'REHIRE' TO AUDIT-ACTION-CODE
025140         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
025150         PERFORM 2920-SET-AFTER THRU 2920-EXIT
025160         PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
025170     END-IF.
025180 2738-EXIT.
025190     EXIT.
025200
025210*-----------------------------------------------------------------
025220* 2739-CHECK-REHIRE-DATE - THE NEW HIRE DATE KEYED FOR A REHIRE
025230* GETS THE SAME EDIT AS 2460, BUT A BLANK CANCELS INSTEAD OF
025240* RE-PROMPTING, SO THE OPERATOR CAN BACK OUT.
025250*-----------------------------------------------------------------
025260 2739-CHECK-REHIRE-DATE.
025270     MOVE HIRE-DATE-O TO DTE-DATE-X
025280     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
025290     IF DTE-INVALID OR HIRE-DATE-O > WS-TODAY
025300         DISPLAY HDATE-INVALID-S
025310         ACCEPT HDATE-INVALID-S
025320     ELSE
025330         MOVE 'Y' TO WS-HDATE-VALID-SW
025340     END-IF.
025350 2739-EXIT.
025360     EXIT.
025370
025380*-----------------------------------------------------------------
025390* 2740-MAINT-DELETE - PHYSICALLY DELETE THE RECORD LOCATED BY
025400* 2710 AND LOG IT. THIS IS A SUPERVISOR-ONLY CORRECTION TOOL FOR
025410* RECORDS KEYED IN ERROR - AN EMPLOYEE WHO LEAVES IS TERMINATED
025420* (2735-MAINT-TERMINATE) SO PAYROLL CAN STILL SEE THE RECORD.
025430*-----------------------------------------------------------------
025440 2740-MAINT-DELETE.
025450     PERFORM 2910-SET-BEFORE THRU 2910-EXIT
025460
025470     DELETE OUTFILE
025480         INVALID KEY
025490             DISPLAY 'ERROR DELETING EMPLOYEE RECORD - STATUS '
025500                     FILE-STATUS-1
025510     END-DELETE.
025520
025530     IF FILE-STATUS-1 = '00'
025540         MOVE 'DELETE' TO AUDIT-ACTION-CODE
025550         PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT
025560         IF HST-B-STATUS NOT = 'T'
025570             MOVE 'C'      TO RCT-TYPE
025580             MOVE 'DELACT' TO RCT-ITEM
025590             MOVE 1        TO RCT-AMOUNT
025600             PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
025610         END-IF
025620         MOVE SPACES TO HST-AFTER-IMAGE
025630         MOVE ZEROS  TO HST-A-PAY-RATE
025640         MOVE SPACES TO HST-A-GRADE
025650         MOVE SPACES TO HST-A-MGR-ID
025660         PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
025670     END-IF.
025680 2740-EXIT.
025690     EXIT.
025700
025710*-----------------------------------------------------------------
025720* 2741-COUNT-REPORTS - AFTER A TERMINATION, COUNT THE ACTIVE
025730* EMPLOYEES WHOSE MANAGER IS THE EMPLOYEE JUST TERMINATED,
025740* BROWSING THE MASTER THE SAME WAY 3350 DOES, AND TELL THE
025750* OPERATOR. THEY STAY AS THEY ARE UNTIL SOMEONE REASSIGNS THEM;
025760* THE NIGHTLY ORPHANED-REPORTS LIST (ORPHAN.RPT) NAMES THEM. THE
025770* TERMINATED RECORD IS PUT BACK IN THE FD AREA AFTERWARDS.
025780*-----------------------------------------------------------------
025790 2741-COUNT-REPORTS.
025800     MOVE EMPLOYEE-FILE-REC TO MGC-SAVE-REC
025810     MOVE EFR-ID TO MGC-EMP-ID
025820     MOVE ZERO TO WS-MGR-EMP-COUNT
025830     MOVE 'N'  TO WS-CNT-EOF-SW
025840     MOVE LOW-VALUES TO EFR-ID
025850     START OUTFILE KEY IS NOT LESS THAN EFR-ID
025860         INVALID KEY
025870             MOVE 'Y' TO WS-CNT-EOF-SW
025880     END-START
025890     PERFORM 2742-COUNT-ONE-REPORT THRU 2742-EXIT
025900         UNTIL COUNT-END-OF-FILE
025910     MOVE MGC-SAVE-REC TO EMPLOYEE-FILE-REC
025920
025930     IF WS-MGR-EMP-COUNT > 0
025940         MOVE WS-MGR-EMP-COUNT TO WS-MGR-EMP-DISP
025950         DISPLAY WS-MGR-EMP-DISP ' ACTIVE EMPLOYEE(S) STILL '
025960                 'REPORT TO ' MGC-EMP-ID
025970                 ' - REASSIGN THEM (SEE ORPHAN.RPT)'
025980     END-IF.
025990 2741-EXIT.
026000     EXIT.
026010
026020 2742-COUNT-ONE-REPORT.
026030     READ OUTFILE NEXT RECORD
026040         AT END
026050             MOVE 'Y' TO WS-CNT-EOF-SW
026060             GO TO 2742-EXIT
026070     END-READ
026080     IF EFR-MGR-ID = MGC-EMP-ID AND NOT EFR-TERMINATED
026090         ADD 1 TO WS-MGR-EMP-COUNT
026100     END-IF.
026110 2742-EXIT.
026120     EXIT.
026130
026140*-----------------------------------------------------------------
026150* 2750-NAME-SEARCH - BROWSE THE EMPLOYEE FILE IN LAST-NAME ORDER
026160* THROUGH THE ALTERNATE KEY, TEN MATCHES TO A PAGE, STARTING AT
026170* THE KEYED FULL OR PARTIAL LAST NAME. THE OPERATOR PICKS AN ID
026180* OFF THE LIST TO LAND ON MAINT-REC-SCREEN, PAGES FORWARD WITH
026190* N, OR LEAVES THE CHOICE BLANK TO RETURN TO THE LOOKUP SCREEN.
026200*-----------------------------------------------------------------
026210 2750-NAME-SEARCH.
026220     MOVE ZERO TO WS-SRCH-LEN
026230     PERFORM 2755-SET-SEARCH-LEN THRU 2755-EXIT
026240         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 15
026250     IF WS-SRCH-LEN = ZERO
026260         GO TO 2750-EXIT
026270     END-IF
026280
026290     MOVE 'N' TO WS-SRCH-EOF-SW
026300     MOVE 'N' TO WS-SRCH-DONE-SW
026310     MOVE MAINT-NAME-SEARCH TO WS-LAST-LNAME
026320     MOVE LOW-VALUES TO WS-LAST-ID
026330     MOVE MAINT-NAME-SEARCH TO EFR-L-NAME
026340     START OUTFILE KEY IS NOT LESS THAN EFR-L-NAME
026350         INVALID KEY
026360             MOVE 'Y' TO WS-SRCH-EOF-SW
026370     END-START
026380
026390     PERFORM 2760-FILL-SEARCH-PAGE THRU 2760-EXIT
026400     PERFORM 2770-SHOW-SEARCH-PAGE THRU 2770-EXIT
026410         UNTIL SRCH-DONE.
026420 2750-EXIT.
026430     EXIT.
026440
026450*-----------------------------------------------------------------
026460* 2755-SET-SEARCH-LEN - LENGTH OF THE KEYED SEARCH NAME, I.E.
026470* THE POSITION OF ITS LAST NON-BLANK CHARACTER.
026480*-----------------------------------------------------------------
026490 2755-SET-SEARCH-LEN.
026500     IF MAINT-NAME-SEARCH(WS-IX:1) NOT = SPACE
026510         MOVE WS-IX TO WS-SRCH-LEN
026520     END-IF.
026530 2755-EXIT.
026540     EXIT.
026550
026560*-----------------------------------------------------------------
026570* 2760-FILL-SEARCH-PAGE - FILL UP TO TEN PICK-LIST SLOTS WITH
026580* THE NEXT EMPLOYEES WHOSE LAST NAME STILL BEGINS WITH THE
026590* SEARCH NAME. THE LIST GOES QUIET (SRCH-NO-MORE) AT THE FIRST
026600* NON-MATCH OR AT END OF FILE.
026610*-----------------------------------------------------------------
026620 2760-FILL-SEARCH-PAGE.
026630     MOVE SPACES TO SRCH-LIST-AREA
026640     MOVE ZERO TO WS-LX
026650     PERFORM 2765-NEXT-MATCH THRU 2765-EXIT
026660         UNTIL WS-LX >= 10 OR SRCH-NO-MORE.
026670 2760-EXIT.
026680     EXIT.
026690
026700 2765-NEXT-MATCH.
026710     READ OUTFILE NEXT RECORD
026720         AT END
026730             MOVE 'Y' TO WS-SRCH-EOF-SW
026740     END-READ
026750     IF NOT SRCH-NO-MORE
026760         IF EFR-L-NAME(1:WS-SRCH-LEN) =
026770                 MAINT-NAME-SEARCH(1:WS-SRCH-LEN)
026780             ADD 1 TO WS-LX
026790             MOVE EFR-ID     TO SRCH-DTL-ID
026800             MOVE EFR-L-NAME TO SRCH-DTL-LNAME
026810             MOVE EFR-F-NAME TO SRCH-DTL-FNAME
026820             MOVE EFR-DEPT   TO SRCH-DTL-DEPT
026830             MOVE EFR-L-NAME TO WS-LAST-LNAME
026840             MOVE EFR-ID     TO WS-LAST-ID
026850             MOVE SRCH-DTL   TO SRCH-LINE(WS-LX)
026860         ELSE
026870             MOVE 'Y' TO WS-SRCH-EOF-SW
026880         END-IF
026890     END-IF.
026900 2765-EXIT.
026910     EXIT.
026920
026930*-----------------------------------------------------------------
026940* 2770-SHOW-SEARCH-PAGE - SHOW THE PICK LIST AND ACT ON THE
026950* CHOICE: AN ID LANDS ON THE MAINTENANCE SCREEN FOR THAT RECORD,
026960* N FILLS THE NEXT PAGE (REDISPLAYING THE LAST PAGE WHEN THERE
026970* ARE NO MORE MATCHES), AND A BLANK CHOICE RETURNS TO LOOKUP.
026980* A PICK THAT FAILS TO READ HAS MOVED THE FILE POSITION OFF THE
026990* ALTERNATE-KEY BROWSE, SO THE BROWSE IS RE-STARTED AFTER THE
027000* LAST LISTED NAME BEFORE THE OPERATOR CAN PAGE ON.
027010*-----------------------------------------------------------------
027020 2770-SHOW-SEARCH-PAGE.
027030     MOVE SPACES TO SRCH-CHOICE
027040     DISPLAY NAME-SRCH-S
027050     ACCEPT NAME-SRCH-S
027060
027070     EVALUATE TRUE
027080         WHEN SRCH-CHOICE = SPACES
027090             MOVE 'Y' TO WS-SRCH-DONE-SW
027100         WHEN SRCH-CHOICE = 'N' OR SRCH-CHOICE = 'n'
027110             IF NOT SRCH-NO-MORE
027120                 PERFORM 2760-FILL-SEARCH-PAGE THRU 2760-EXIT
027130             END-IF
027140         WHEN SRCH-CHOICE NOT NUMERIC
027150             DISPLAY MAINT-NOT-FOUND-S
027160             ACCEPT MAINT-NOT-FOUND-S
027170         WHEN OTHER
027180             MOVE SRCH-CHOICE TO EFR-ID
027190             READ OUTFILE KEY IS EFR-ID
027200                 INVALID KEY
027210                     DISPLAY MAINT-NOT-FOUND-S
027220                     ACCEPT MAINT-NOT-FOUND-S
027230                     PERFORM 2775-RESTART-BROWSE
027240                         THRU 2775-EXIT
027250                 NOT INVALID KEY
027260                     MOVE 'Y' TO WS-FOUND-SW
027270                     MOVE 'Y' TO WS-SRCH-DONE-SW
027280                     PERFORM 2715-LOAD-SCREEN-FIELDS
027290                         THRU 2715-EXIT
027300             END-READ
027310     END-EVALUATE.
027320 2770-EXIT.
027330     EXIT.
027340
027350*-----------------------------------------------------------------
027360* 2775-RESTART-BROWSE - PUT THE ALTERNATE-KEY BROWSE BACK ON
027370* THE LAST EMPLOYEE SHOWN ON THE PICK LIST, SO PAGING FORWARD
027380* AFTER A FAILED PICK CARRIES ON FROM THE LIST INSTEAD OF FROM
027390* WHEREVER THE FAILED RANDOM READ LEFT THE FILE. THE RE-START
027400* LANDS AT THE FRONT OF THE LAST NAME'S DUPLICATE RUN, THEN
027410* 2780 READS FORWARD TO THE LAST EMPLOYEE ALREADY LISTED
027420* (TRACKED BY WS-LAST-LNAME AND WS-LAST-ID), SO EMPLOYEES
027430* SHARING THAT LAST NAME BUT NOT YET SHOWN STILL COME UP ON
027440* THE NEXT PAGE. WITH NOTHING LISTED YET (WS-LAST-ID STILL
027450* LOW-VALUES) THE RE-START ALONE PUTS THE BROWSE BACK AT THE
027460* TOP AND NOTHING IS READ PAST.
027470*-----------------------------------------------------------------
027480 2775-RESTART-BROWSE.
027490     MOVE WS-LAST-LNAME TO EFR-L-NAME
027500     START OUTFILE KEY IS NOT LESS THAN EFR-L-NAME
027510         INVALID KEY
027520             MOVE 'Y' TO WS-SRCH-EOF-SW
027530             GO TO 2775-EXIT
027540     END-START
027550
027560     IF WS-LAST-ID = LOW-VALUES
027570         GO TO 2775-EXIT
027580     END-IF
027590
027600     MOVE 'N' TO WS-SKIP-DONE-SW
027610     PERFORM 2780-SKIP-SHOWN THRU 2780-EXIT
027620         UNTIL SKIP-DONE OR SRCH-NO-MORE.
027630 2775-EXIT.
027640     EXIT.
027650
027660*-----------------------------------------------------------------
027670* 2780-SKIP-SHOWN - READ FORWARD UNTIL POSITIONED ON THE LAST
027680* EMPLOYEE ALREADY LISTED; THE NEXT READ IN THE PAGE FILL THEN
027690* PICKS UP EXACTLY WHERE THE LIST LEFT OFF. THE LISTED RECORD
027700* CANNOT VANISH MID-BROWSE (THIS SCREEN IS THE ONLY WRITER),
027710* BUT IF THE NAME RUN EVER ENDS WITHOUT FINDING IT THE BROWSE
027720* CLOSES OUT QUIETLY RATHER THAN LISTING WILD RECORDS.
027730*-----------------------------------------------------------------
027740 2780-SKIP-SHOWN.
027750     READ OUTFILE NEXT RECORD
027760         AT END
027770             MOVE 'Y' TO WS-SRCH-EOF-SW
027780             GO TO 2780-EXIT
027790     END-READ
027800     IF EFR-L-NAME = WS-LAST-LNAME
027810             AND EFR-ID = WS-LAST-ID
027820         MOVE 'Y' TO WS-SKIP-DONE-SW
027830     ELSE
027840         IF EFR-L-NAME NOT = WS-LAST-LNAME
027850             MOVE 'Y' TO WS-SRCH-EOF-SW
027860         END-IF
027870     END-IF.
027880 2780-EXIT.
027890     EXIT.
027900
027910*-----------------------------------------------------------------
027920* 2790-LEAVE-INQUIRY - SHOW THE LEAVE RECORD OF THE EMPLOYEE
027930* LOCATED BY 2710. AN EMPLOYEE THE ACCRUAL RUN (EMPLVE) HAS NOT
027940* REACHED YET HAS NO RECORD AND SHOWS ZEROS.
027950*-----------------------------------------------------------------
027960 2790-LEAVE-INQUIRY.
027970     MOVE EFR-ID TO LVE-ID
027980     READ LEAVE-FILE KEY IS LVE-ID
027990         INVALID KEY
028000             MOVE SPACES TO LEAVE-BAL-REC
028010             MOVE ZEROS  TO LVE-VACATION
028020             MOVE ZEROS  TO LVE-SICK
028030             MOVE ZEROS  TO LVE-PAYOUT-RATE
028040             MOVE ZEROS  TO LVE-PAYOUT-AMOUNT
028050             MOVE 'NO LEAVE RECORD YET' TO LV-STATUS-TEXT
028060         NOT INVALID KEY
028070             IF LVE-FROZEN
028080                 MOVE 'FROZEN - TERMINATED' TO LV-STATUS-TEXT
028090             ELSE
028100                 MOVE 'OPEN' TO LV-STATUS-TEXT
028110             END-IF
028120     END-READ
028130     DISPLAY LEAVE-BAL-S
028140     ACCEPT LEAVE-BAL-S.
028150 2790-EXIT.
028160     EXIT.
028170
028180*-----------------------------------------------------------------
028190* 2792-PENDING-MAINT - LIST THE EMPLOYEE'S PENDING CHANGES AND LET
028200* THE SUPERVISOR PICK ONE BY EFFECTIVE DATE TO CORRECT OR CANCEL,
028210* UNTIL THE DATE IS LEFT BLANK OR NOTHING IS LEFT PENDING.
028220*-----------------------------------------------------------------
028230 2792-PENDING-MAINT.
028240     MOVE 'N' TO WS-PD-DONE-SW
028250     PERFORM 2793-PENDING-PASS THRU 2793-EXIT
028260         UNTIL PND-MAINT-DONE.
028270 2792-EXIT.
028280     EXIT.
028290
028300 2793-PENDING-PASS.
028310     PERFORM 2794-PENDING-LIST THRU 2794-EXIT
028320     IF WS-PX = 0
028330         DISPLAY 'NO PENDING CHANGES ON FILE FOR ID ' EFR-ID
028340         MOVE 'Y' TO WS-PD-DONE-SW
028350         GO TO 2793-EXIT
028360     END-IF
028370
028380     MOVE SPACES TO PD-EFF-DATE
028390     DISPLAY PND-LIST-S
028400     ACCEPT PND-LIST-S
028410     IF PD-EFF-DATE = SPACES
028420         MOVE 'Y' TO WS-PD-DONE-SW
028430         GO TO 2793-EXIT
028440     END-IF
028450
028460     MOVE EFR-ID      TO PND-ID
028470     MOVE PD-EFF-DATE TO PND-EFF-DATE
028480     READ PENDING-FILE KEY IS PND-KEY
028490         INVALID KEY
028500             DISPLAY 'NO PENDING CHANGE FOR ' EFR-ID
028510                     ' EFFECTIVE ' PD-EFF-DATE
028520             GO TO 2793-EXIT
028530     END-READ
028540     PERFORM 2796-PENDING-CHANGE THRU 2796-EXIT.
028550 2793-EXIT.
028560     EXIT.
028570
028580*-----------------------------------------------------------------
028590* 2794-PENDING-LIST - BUILD THE LIST OF THE EMPLOYEE'S PENDING
028600* CHANGES IN EFFECTIVE-DATE ORDER, BROWSING PENDING.DOC FROM THE
028610* FIRST KEY FOR THE ID UNTIL THE ID CHANGES. TEN FIT ON THE
028620* SCREEN; IF THERE ARE MORE THE OPERATOR IS TOLD TO KEY THE DATE
028630* OF ONE NOT SHOWN.
028640*-----------------------------------------------------------------
028650 2794-PENDING-LIST.
028660     MOVE SPACES TO PND-LIST-AREA
028670     MOVE ZERO   TO WS-PX
028680     MOVE 'N'    TO WS-PL-EOF-SW
028690     MOVE EFR-ID     TO PND-ID
028700     MOVE LOW-VALUES TO PND-EFF-DATE
028710     START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
028720         INVALID KEY
028730             MOVE 'Y' TO WS-PL-EOF-SW
028740     END-START
028750     PERFORM 2795-LIST-ONE THRU 2795-EXIT
028760         UNTIL PND-LIST-END.
028770 2794-EXIT.
028780     EXIT.
028790
028800 2795-LIST-ONE.
028810     READ PENDING-FILE NEXT RECORD
028820         AT END
028830             MOVE 'Y' TO WS-PL-EOF-SW
028840             GO TO 2795-EXIT
028850     END-READ
028860     IF PND-ID NOT = EFR-ID
028870         MOVE 'Y' TO WS-PL-EOF-SW
028880         GO TO 2795-EXIT
028890     END-IF
028900     IF WS-PX >= 10
028910         DISPLAY 'MORE THAN TEN PENDING CHANGES FOR ID ' EFR-ID
028920                 ' - KEY A LATER DATE TO SEE IT'
028930         MOVE 'Y' TO WS-PL-EOF-SW
028940         GO TO 2795-EXIT
028950     END-IF
028960
028970     ADD 1 TO WS-PX
028980     MOVE PND-EFF-DATE   TO PDL-EFF-DATE
028990     MOVE PND-STATUS     TO PDL-STATUS
029000     MOVE PND-B-DEPT     TO PDL-B-DEPT
029010     MOVE PND-A-DEPT     TO PDL-A-DEPT
029020     MOVE PND-B-PAY-RATE TO PDL-B-RATE
029030     MOVE PND-A-PAY-RATE TO PDL-A-RATE
029040     MOVE PND-OPERATOR   TO PDL-OPERATOR
029050     MOVE PND-DTL        TO PND-LINE (WS-PX).
029060 2795-EXIT.
029070     EXIT.
029080
029090*-----------------------------------------------------------------
029100* 2796-PENDING-CHANGE - CORRECT OR CANCEL THE PENDING CHANGE JUST
029110* READ BY 2793. A CORRECTION MUST PASS 2797 AND GOES BACK TO
029120* WAITING ('P') UNDER THE CORRECTING OPERATOR, SO A CHANGE THE
029130* NIGHTLY APPLY REFUSED CAN BE PUT RIGHT AND RETRIED. MOVING THE
029140* EFFECTIVE DATE RE-KEYS THE RECORD. CANCEL REMOVES IT.
029150*-----------------------------------------------------------------
029160 2796-PENDING-CHANGE.
029170     MOVE PND-EFF-DATE    TO PD-NEW-EFF-DATE
029180     MOVE PND-A-F-NAME    TO PD-F-NAME
029190     MOVE PND-A-L-NAME    TO PD-L-NAME
029200     MOVE PND-A-DEPT      TO PD-DEPT
029210     MOVE PND-A-HIRE-DATE TO PD-HIRE-DATE
029220     MOVE PND-A-PAY-RATE  TO PD-PAY-RATE
029230     MOVE PND-A-GRADE     TO PD-GRADE
029240     MOVE PND-A-MGR-ID    TO PD-MGR-ID
029250     MOVE SPACES          TO PD-STATUS-TEXT
029260     IF PND-NOT-APPLIED
029270         MOVE 'NOT APPLIED - '  TO PD-STATUS-TEXT (1:14)
029280         MOVE PND-REASON        TO PD-STATUS-TEXT (15:30)
029290     ELSE
029300         MOVE 'WAITING FOR ITS EFFECTIVE DATE' TO PD-STATUS-TEXT
029310     END-IF
029320     MOVE SPACE TO PD-ACTION
029330     DISPLAY PND-REC-S
029340     ACCEPT PND-REC-S
029350
029360     EVALUATE TRUE
029370         WHEN PD-UPDATE
029380             PERFORM 2797-EDIT-PENDING THRU 2797-EXIT
029390             IF NOT PND-ENTRY-VALID
029400                 DISPLAY 'CHANGE NOT UPDATED - ' WS-PD-EDIT-MSG
029410             ELSE
029420                 PERFORM 2798-REWRITE-PENDING THRU 2798-EXIT
029430             END-IF
029440         WHEN PD-CANCEL
029450             DELETE PENDING-FILE
029460                 INVALID KEY
029470                     DISPLAY 'ERROR CANCELLING PENDING CHANGE - '
029480                             'STATUS ' FILE-STATUS-9
029490             END-DELETE
029500             IF FILE-STATUS-9 = '00'
029510                 DISPLAY 'PENDING CHANGE FOR ' PND-EFF-DATE
029520                         ' CANCELLED'
029530             END-IF
029540         WHEN OTHER
029550             CONTINUE
029560     END-EVALUATE.
029570 2796-EXIT.
029580     EXIT.
029590
029600*-----------------------------------------------------------------
029610* 2797-EDIT-PENDING - THE SAME EDITS AS AN UPDATE KEYED TODAY:
029620* NAMES REQUIRED, AN ACTIVE DEPARTMENT, A REAL HIRE DATE NOT IN
029630* THE FUTURE, AN ACTIVE PAY GRADE AND A PAY RATE INSIDE ITS
029640* RANGE, AND A BLANK, UNCHANGED OR ACTIVE NON-LOOPING MANAGER
029650* (8600). THE EFFECTIVE DATE MUST BE A REAL
029660* DATE AFTER TODAY (A CHANGE WANTED NOW IS KEYED AS AN UPDATE)
029670* AND, IF IT MOVED, NOT ONE ALREADY HELD FOR THIS EMPLOYEE.
029680* PND-ENTRY-VALID IS SET ONLY WHEN EVERY EDIT PASSES; OTHERWISE
029690* WS-PD-EDIT-MSG SAYS WHICH ONE FAILED.
029700*-----------------------------------------------------------------
029710 2797-EDIT-PENDING.
029720     MOVE 'N' TO WS-PD-EDIT-SW
029730
029740     IF PD-F-NAME = SPACES OR PD-L-NAME = SPACES
029750         MOVE 'FIRST AND LAST NAME ARE REQUIRED'
029760             TO WS-PD-EDIT-MSG
029770         GO TO 2797-EXIT
029780     END-IF
029790
029800     MOVE PD-DEPT TO DPT-CODE
029810     READ DEPT-FILE KEY IS DPT-CODE
029820         INVALID KEY
029830             MOVE 'DEPARTMENT IS NOT AN ACTIVE CODE'
029840                 TO WS-PD-EDIT-MSG
029850             GO TO 2797-EXIT
029860     END-READ
029870     IF NOT DPT-ACTIVE
029880         MOVE 'DEPARTMENT IS NOT AN ACTIVE CODE'
029890             TO WS-PD-EDIT-MSG
029900         GO TO 2797-EXIT
029910     END-IF
029920
029930     MOVE PD-HIRE-DATE TO DTE-DATE-X
029940     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
029950     IF DTE-INVALID OR PD-HIRE-DATE > WS-TODAY
029960         MOVE 'HIRE DATE MUST BE A REAL DATE, NOT FUTURE'
029970             TO WS-PD-EDIT-MSG
029980         GO TO 2797-EXIT
029990     END-IF
030000
030010     IF PD-PAY-RATE = ZEROS
030020         MOVE 'PAY RATE IS REQUIRED' TO WS-PD-EDIT-MSG
030030         GO TO 2797-EXIT
030040     END-IF
030050
030060     MOVE PD-GRADE TO GRD-CODE
030070     READ GRADE-FILE KEY IS GRD-CODE
030080         INVALID KEY
030090             MOVE 'PAY GRADE IS NOT AN ACTIVE GRADE'
030100                 TO WS-PD-EDIT-MSG
030110             GO TO 2797-EXIT
030120     END-READ
030130     IF NOT GRD-ACTIVE
030140         MOVE 'PAY GRADE IS NOT AN ACTIVE GRADE'
030150             TO WS-PD-EDIT-MSG
030160         GO TO 2797-EXIT
030170     END-IF
030180     IF PD-PAY-RATE < GRD-MIN-RATE OR PD-PAY-RATE > GRD-MAX-RATE
030190         MOVE 'PAY RATE IS OUTSIDE THE GRADE RANGE'
030200             TO WS-PD-EDIT-MSG
030210         GO TO 2797-EXIT
030220     END-IF
030230
030240     IF PD-MGR-ID NOT = SPACES AND PD-MGR-ID NOT = PND-B-MGR-ID
030250         MOVE PND-ID    TO MGC-EMP-ID
030260         MOVE PD-MGR-ID TO MGC-MGR-ID
030270         PERFORM 8600-CHECK-MANAGER THRU 8600-EXIT
030280         IF MGC-LOOPS
030290             MOVE 'MANAGER CHAIN LOOPS BACK' TO WS-PD-EDIT-MSG
030300             GO TO 2797-EXIT
030310         END-IF
030320         IF NOT MGC-VALID
030330             MOVE 'MANAGER IS NOT AN ACTIVE EMPLOYEE'
030340                 TO WS-PD-EDIT-MSG
030350             GO TO 2797-EXIT
030360         END-IF
030370     END-IF
030380
030390     MOVE PD-NEW-EFF-DATE TO DTE-DATE-X
030400     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
030410     IF DTE-INVALID OR PD-NEW-EFF-DATE NOT > WS-TODAY
030420         MOVE 'EFFECTIVE DATE MUST BE A DATE AFTER TODAY'
030430             TO WS-PD-EDIT-MSG
030440         GO TO 2797-EXIT
030450     END-IF
030460
030470     IF PD-NEW-EFF-DATE NOT = PD-EFF-DATE
030480         MOVE PD-NEW-EFF-DATE TO PND-EFF-DATE
030490         START PENDING-FILE KEY IS EQUAL TO PND-KEY
030500             INVALID KEY
030510                 CONTINUE
030520         END-START
030530         MOVE PD-EFF-DATE TO PND-EFF-DATE
030540         IF FILE-STATUS-9 = '00'
030550             MOVE 'A CHANGE IS ALREADY HELD FOR THAT DATE'
030560                 TO WS-PD-EDIT-MSG
030570             GO TO 2797-EXIT
030580         END-IF
030590     END-IF
030600
030610     MOVE 'Y' TO WS-PD-EDIT-SW.
030620 2797-EXIT.
030630     EXIT.
030640
030650*-----------------------------------------------------------------
030660* 2798-REWRITE-PENDING - PUT THE CORRECTED CHANGE BACK, WAITING,
030670* UNDER THE NEW EFFECTIVE DATE IF IT MOVED. THE BEFORE-IMAGE IS
030680* KEPT AS IT WAS WHEN THE CHANGE WAS FIRST KEYED.
030690*-----------------------------------------------------------------
030700 2798-REWRITE-PENDING.
030710     IF PD-NEW-EFF-DATE NOT = PND-EFF-DATE
030720         DELETE PENDING-FILE
030730             INVALID KEY
030740                 DISPLAY 'ERROR MOVING PENDING CHANGE - STATUS '
030750                         FILE-STATUS-9
030760                 GO TO 2798-EXIT
030770         END-DELETE
030780     END-IF
030790
030800     MOVE PD-NEW-EFF-DATE TO PND-EFF-DATE
030810     MOVE 'P'             TO PND-STATUS
030820     MOVE OPERATOR-ID     TO PND-OPERATOR
030830     ACCEPT PND-KEYED-DATE FROM DATE YYYYMMDD
030840     ACCEPT PND-KEYED-TIME FROM TIME
030850     MOVE PD-F-NAME       TO PND-A-F-NAME
030860     MOVE PD-L-NAME       TO PND-A-L-NAME
030870     MOVE PD-DEPT         TO PND-A-DEPT
030880     MOVE PD-HIRE-DATE    TO PND-A-HIRE-DATE
030890     MOVE PD-PAY-RATE     TO PND-A-PAY-RATE
030900     MOVE PD-GRADE        TO PND-A-GRADE
030910     MOVE PD-MGR-ID       TO PND-A-MGR-ID
030920     MOVE SPACES          TO PND-REASON
030930
030940     IF PD-NEW-EFF-DATE = PD-EFF-DATE
030950         REWRITE PENDING-REC
030960             INVALID KEY
030970                 CONTINUE
030980         END-REWRITE
030990     ELSE
031000         WRITE PENDING-REC
031010             INVALID KEY
031020                 CONTINUE
031030         END-WRITE
031040     END-IF
031050
031060     IF FILE-STATUS-9 = '00'
031070         DISPLAY 'PENDING CHANGE UPDATED - EFFECTIVE '
031080                 PND-EFF-DATE
031090     ELSE
031100         DISPLAY 'ERROR UPDATING PENDING CHANGE - STATUS '
031110                 FILE-STATUS-9
031120     END-IF.
031130 2798-EXIT.
031140     EXIT.
031150
031160*-----------------------------------------------------------------
031170* 2800-WRITE-AUDIT - LOG WHO DID WHAT, AND WHEN, TO AUDIT.LOG.
031180*-----------------------------------------------------------------
031190 2800-WRITE-AUDIT.
031200     ACCEPT AUD-DATE FROM DATE YYYYMMDD
031210     ACCEPT AUD-TIME FROM TIME
031220     MOVE OPERATOR-ID      TO AUD-OPERATOR
031230     MOVE AUDIT-ACTION-CODE TO AUD-ACTION
031240     MOVE ID-O              TO AUD-ID
031250
031260     WRITE AUDIT-REC.
031270
031280     IF FILE-STATUS-2 IS NOT EQUAL TO '00'
031290         DISPLAY 'ERROR WRITING AUDIT RECORD - STATUS '
031300                 FILE-STATUS-2
031310     ELSE
031320         PERFORM 2860-COUNT-AUDIT THRU 2860-EXIT
031330     END-IF.
031340 2800-EXIT.
031350     EXIT.
031360
031370*-----------------------------------------------------------------
031380* 2850-WRITE-OPER-AUDIT - LOG AN OPERATOR-SECURITY ACTION
031390* (PWCHG, LOCK, UNLOCK) TO AUDIT.LOG. AUD-ID ONLY HOLDS FIVE
031400* CHARACTERS, SO THE TARGET OPERATOR ID IS TRUNCATED THERE;
031410* AUD-OPERATOR CARRIES WHO ACTED IN FULL.
031420*-----------------------------------------------------------------
031430 2850-WRITE-OPER-AUDIT.
031440     ACCEPT AUD-DATE FROM DATE YYYYMMDD
031450     ACCEPT AUD-TIME FROM TIME
031460     MOVE OPER-AUD-BY          TO AUD-OPERATOR
031470     MOVE AUDIT-ACTION-CODE    TO AUD-ACTION
031480     MOVE OPER-AUD-TARGET(1:5) TO AUD-ID
031490
031500     WRITE AUDIT-REC.
031510
031520     IF FILE-STATUS-2 IS NOT EQUAL TO '00'
031530         DISPLAY 'ERROR WRITING AUDIT RECORD - STATUS '
031540                 FILE-STATUS-2
031550     ELSE
031560         PERFORM 2860-COUNT-AUDIT THRU 2860-EXIT
031570     END-IF.
031580 2850-EXIT.
031590     EXIT.
031600
031610*-----------------------------------------------------------------
031620* 2860-COUNT-AUDIT - COUNT ONE AUDIT RECORD WRITTEN, BY ACTION,
031630* FOR THE RUN-CONTROL LEDGER POSTING AT THE END OF THE SESSION.
031640*-----------------------------------------------------------------
031650 2860-COUNT-AUDIT.
031660     MOVE 'W'        TO RCT-TYPE
031670     MOVE AUD-ACTION TO RCT-ITEM
031680     MOVE 1          TO RCT-AMOUNT
031690     PERFORM 8700-ADD-CONTROL THRU 8700-EXIT.
031700 2860-EXIT.
031710     EXIT.
031720
031730*-----------------------------------------------------------------
031740* 2900-WRITE-HISTORY - ONE CHANGE-HISTORY JOURNAL RECORD TO
031750* HIST.LOG ALONGSIDE EVERY AUDIT TRANSACTION THAT TOUCHED THE
031760* EMPLOYEE MASTER. THE CALLER HAS ALREADY FILLED THE BEFORE AND
031770* AFTER IMAGES (2910/2920; THE MISSING SIDE OF AN ADD OR DELETE IS
031780* LEFT EMPTY - SPACES WITH A ZERO PAY RATE, AS HSTREC DESCRIBES);
031790* THIS PARAGRAPH STAMPS THE WHO-WHEN-WHAT HEAD FIELDS FROM THE
031800* SAME SOURCES THE AUDIT RECORD USES.
031810*-----------------------------------------------------------------
031820 2900-WRITE-HISTORY.
031830     ACCEPT HST-DATE FROM DATE YYYYMMDD
031840     ACCEPT HST-TIME FROM TIME
031850     MOVE OPERATOR-ID       TO HST-OPERATOR
031860     MOVE AUDIT-ACTION-CODE TO HST-ACTION
031870     MOVE ID-O              TO HST-ID
031880
031890     WRITE HIST-REC.
031900
031910     IF FILE-STATUS-5 IS NOT EQUAL TO '00'
031920         DISPLAY 'ERROR WRITING HISTORY RECORD - STATUS '
031930                 FILE-STATUS-5
031940     END-IF.
031950 2900-EXIT.
031960     EXIT.
031970
031980*-----------------------------------------------------------------
031990* 2910-SET-BEFORE - CAPTURE THE EMPLOYEE RECORD STILL IN THE FD
032000* AREA AS THE JOURNAL BEFORE IMAGE, AHEAD OF THE MOVES THAT
032010* OVERWRITE IT.
032020*-----------------------------------------------------------------
032030 2910-SET-BEFORE.
032040     MOVE EFR-F-NAME    TO HST-B-F-NAME
032050     MOVE EFR-L-NAME    TO HST-B-L-NAME
032060     MOVE EFR-DEPT      TO HST-B-DEPT
032070     MOVE EFR-HIRE-DATE TO HST-B-HIRE-DATE
032080     MOVE EFR-PAY-RATE  TO HST-B-PAY-RATE
032090     MOVE EFR-STATUS    TO HST-B-STATUS
032100     MOVE EFR-TERM-DATE TO HST-B-TERM-DATE
032110     MOVE EFR-GRADE     TO HST-B-GRADE
032120     MOVE EFR-MGR-ID    TO HST-B-MGR-ID.
032130 2910-EXIT.
032140     EXIT.
032150
032160*-----------------------------------------------------------------
032170* 2920-SET-AFTER - CAPTURE THE EMPLOYEE RECORD AS JUST WRITTEN
032180* AS THE JOURNAL AFTER IMAGE.
032190*-----------------------------------------------------------------
032200 2920-SET-AFTER.
032210     MOVE EFR-F-NAME    TO HST-A-F-NAME
032220     MOVE EFR-L-NAME    TO HST-A-L-NAME
032230     MOVE EFR-DEPT      TO HST-A-DEPT
032240     MOVE EFR-HIRE-DATE TO HST-A-HIRE-DATE
032250     MOVE EFR-PAY-RATE  TO HST-A-PAY-RATE
032260     MOVE EFR-STATUS    TO HST-A-STATUS
032270     MOVE EFR-TERM-DATE TO HST-A-TERM-DATE
032280     MOVE EFR-GRADE     TO HST-A-GRADE
032290     MOVE EFR-MGR-ID    TO HST-A-MGR-ID.
032300 2920-EXIT.
032310     EXIT.
032320
032330*-----------------------------------------------------------------
032340* 2870-WRITE-DED-AUDIT - LOG A DEDUCTION MAINTENANCE ACTION
032350* (DEDADD, DEDCHG, DEDDEL) TO AUDIT.LOG. THE EMPLOYEE BEING
032360* MAINTAINED IS DD-ID, NOT ID-O, SO THIS STAYS APART FROM 2800
032370* THE SAME WAY 2850 DOES.
032380*-----------------------------------------------------------------
032390 2870-WRITE-DED-AUDIT.
032400     ACCEPT AUD-DATE FROM DATE YYYYMMDD
032410     ACCEPT AUD-TIME FROM TIME
032420     MOVE OPERATOR-ID       TO AUD-OPERATOR
032430     MOVE AUDIT-ACTION-CODE TO AUD-ACTION
032440     MOVE DD-ID             TO AUD-ID
032450
032460     WRITE AUDIT-REC.
032470
032480     IF FILE-STATUS-2 IS NOT EQUAL TO '00'
032490         DISPLAY 'ERROR WRITING AUDIT RECORD - STATUS '
032500                 FILE-STATUS-2
032510     ELSE
032520         PERFORM 2860-COUNT-AUDIT THRU 2860-EXIT
032530     END-IF.
032540 2870-EXIT.
032550     EXIT.
032560
032570*-----------------------------------------------------------------
032580* 2930-WRITE-DED-HISTORY - THE JOURNAL RECORD FOR A DEDUCTION
032590* MAINTENANCE ACTION, UNDER DD-ID. THE CALLER HAS FILLED THE
032600* DEDUCTION VIEWS OF THE BEFORE AND AFTER IMAGES (2940/2950; THE
032610* MISSING SIDE OF AN ADD OR DELETE IS SPACES WITH ZERO AMOUNTS).
032620*-----------------------------------------------------------------
032630 2930-WRITE-DED-HISTORY.
032640     ACCEPT HST-DATE FROM DATE YYYYMMDD
032650     ACCEPT HST-TIME FROM TIME
032660     MOVE OPERATOR-ID       TO HST-OPERATOR
032670     MOVE AUDIT-ACTION-CODE TO HST-ACTION
032680     MOVE DD-ID             TO HST-ID
032690     MOVE SPACES            TO HST-B-GRADE
032700     MOVE SPACES            TO HST-A-GRADE
032710     MOVE SPACES            TO HST-B-MGR-ID
032720     MOVE SPACES            TO HST-A-MGR-ID
032730
032740     WRITE HIST-REC.
032750
032760     IF FILE-STATUS-5 IS NOT EQUAL TO '00'
032770         DISPLAY 'ERROR WRITING HISTORY RECORD - STATUS '
032780                 FILE-STATUS-5
032790     END-IF.
032800 2930-EXIT.
032810     EXIT.
032820
032830*-----------------------------------------------------------------
032840* 2940-SET-DED-BEFORE - CAPTURE THE DEDUCTION RECORD STILL IN THE
032850* FD AREA AS THE JOURNAL BEFORE IMAGE, AHEAD OF THE MOVES THAT
032860* OVERWRITE IT. THE IMAGE IS CLEARED FIRST SO NO EMPLOYEE DATA
032870* FROM AN EARLIER RECORD LINGERS IN ITS UNUSED TAIL.
032880*-----------------------------------------------------------------
032890 2940-SET-DED-BEFORE.
032900     MOVE SPACES         TO HST-B-DED-IMAGE
032910     MOVE DED-CODE       TO HST-B-DED-CODE
032920     MOVE DED-TYPE       TO HST-B-DED-TYPE
032930     MOVE DED-AMOUNT     TO HST-B-DED-AMOUNT
032940     MOVE DED-PERCENT    TO HST-B-DED-PERCENT
032950     MOVE DED-START-DATE TO HST-B-DED-START
032960     MOVE DED-STOP-DATE  TO HST-B-DED-STOP.
032970 2940-EXIT.
032980     EXIT.
032990
033000*-----------------------------------------------------------------
033010* 2950-SET-DED-AFTER - CAPTURE THE DEDUCTION RECORD AS JUST
033020* WRITTEN AS THE JOURNAL AFTER IMAGE.
033030*-----------------------------------------------------------------
033040 2950-SET-DED-AFTER.
033050     MOVE SPACES         TO HST-A-DED-IMAGE
033060     MOVE DED-CODE       TO HST-A-DED-CODE
033070     MOVE DED-TYPE       TO HST-A-DED-TYPE
033080     MOVE DED-AMOUNT     TO HST-A-DED-AMOUNT
033090     MOVE DED-PERCENT    TO HST-A-DED-PERCENT
033100     MOVE DED-START-DATE TO HST-A-DED-START
033110     MOVE DED-STOP-DATE  TO HST-A-DED-STOP.
033120 2950-EXIT.
033130     EXIT.
033140
033150*-----------------------------------------------------------------
033160* 3000-DEPT-MAINT - DEPARTMENT REFERENCE FILE MAINTENANCE, OFF
033170* THE MAIN MENU. ONE PASS PER DEPARTMENT CODE KEYED: A CODE NOT
033180* ON FILE OFFERS THE ADD SCREEN, A CODE ON FILE OFFERS CHANGE OR
033190* DEACTIVATE. A BLANK CODE RETURNS TO THE MAIN MENU.
033200*-----------------------------------------------------------------
033210 3000-DEPT-MAINT.
033220     MOVE 'N' TO WS-DM-DONE-SW
033230     PERFORM 3100-DEPT-MAINT-PASS THRU 3100-EXIT
033240         UNTIL DEPT-MAINT-DONE.
033250 3000-EXIT.
033260     EXIT.
033270
033280 3100-DEPT-MAINT-PASS.
033290     MOVE SPACES TO DM-CODE
033300     DISPLAY DEPT-LOOKUP-S
033310     ACCEPT DEPT-LOOKUP-S
033320
033330     IF DM-CODE = SPACES
033340         MOVE 'Y' TO WS-DM-DONE-SW
033350     ELSE
033360         MOVE DM-CODE TO DPT-CODE
033370         READ DEPT-FILE KEY IS DPT-CODE
033380             INVALID KEY
033390                 PERFORM 3200-DEPT-ADD THRU 3200-EXIT
033400             NOT INVALID KEY
033410                 PERFORM 3300-DEPT-CHANGE THRU 3300-EXIT
033420         END-READ
033430     END-IF.
033440 3100-EXIT.
033450     EXIT.
033460
033470*-----------------------------------------------------------------
033480* 3200-DEPT-ADD - ADD A NEW DEPARTMENT CODE. THE OPERATOR MUST
033490* SUPPLY A NAME AND CONFIRM; ANYTHING ELSE ABANDONS THE ADD.
033500*-----------------------------------------------------------------
033510 3200-DEPT-ADD.
033520     MOVE SPACES TO DM-NAME
033530     MOVE SPACE  TO DM-ADD-RESP
033540     DISPLAY DEPT-ADD-S
033550     ACCEPT DEPT-ADD-S
033560
033570     IF DM-ADD-YES AND DM-NAME NOT = SPACES
033580         MOVE DM-CODE TO DPT-CODE
033590         MOVE DM-NAME TO DPT-NAME
033600         MOVE 'A'     TO DPT-STATUS
033610         WRITE DEPT-FILE-REC
033620             INVALID KEY
033630                 DISPLAY 'ERROR WRITING DEPARTMENT RECORD - '
033640                         'STATUS ' FILE-STATUS-3
033650         END-WRITE
033660     END-IF.
033670 3200-EXIT.
033680     EXIT.
033690
033700*-----------------------------------------------------------------
033710* 3300-DEPT-CHANGE - CHANGE THE NAME OR DEACTIVATE THE CODE JUST
033720* READ BY 3100. DEACTIVATION LEAVES THE RECORD ON FILE SO THE
033730* EMPLOYEES ALREADY CARRYING THE CODE STILL RESOLVE TO A NAME.
033740*-----------------------------------------------------------------
033750 3300-DEPT-CHANGE.
033760     MOVE DPT-NAME TO DM-NAME
033770     MOVE SPACE    TO DM-ACTION
033780     DISPLAY DEPT-REC-S
033790     ACCEPT DEPT-REC-S
033800
033810     EVALUATE TRUE
033820         WHEN DM-UPDATE
033830             IF DM-NAME NOT = SPACES
033840                 MOVE DM-NAME TO DPT-NAME
033850             END-IF
033860             PERFORM 3400-DEPT-REWRITE THRU 3400-EXIT
033870         WHEN DM-DEACTIVATE
033880             PERFORM 3350-COUNT-DEPT-EMPS THRU 3350-EXIT
033890             IF WS-DEPT-EMP-COUNT > 0
033900                 MOVE WS-DEPT-EMP-COUNT TO WS-DEPT-EMP-DISP
033910                 DISPLAY 'DEPARTMENT NOT DEACTIVATED - '
033920                         WS-DEPT-EMP-DISP ' ACTIVE EMPLOYEE(S) '
033930                         'STILL ASSIGNED TO ' DM-CODE
033940             ELSE
033950                 MOVE 'I' TO DPT-STATUS
033960                 PERFORM 3400-DEPT-REWRITE THRU 3400-EXIT
033970             END-IF
033980         WHEN OTHER
033990             CONTINUE
034000     END-EVALUATE.
034010 3300-EXIT.
034020     EXIT.
034030
034040
034050*-----------------------------------------------------------------
034060* 3350-COUNT-DEPT-EMPS - COUNT THE ACTIVE EMPLOYEES STILL
034070* ASSIGNED TO DM-CODE ON THE EMPLOYEE MASTER, SO DEACTIVATION
034080* CANNOT STRAND EMPLOYEES ON A CODE THAT 2450-CHECK-DEPT WILL
034090* THEN REJECT. BROWSES THE WHOLE MASTER OFF THE PRIMARY KEY;
034100* THE DEPARTMENT RECORD IN ITS OWN FD AREA IS NOT DISTURBED.
034110*-----------------------------------------------------------------
034120 3350-COUNT-DEPT-EMPS.
034130     MOVE ZERO TO WS-DEPT-EMP-COUNT
034140     MOVE 'N'  TO WS-CNT-EOF-SW
034150     MOVE LOW-VALUES TO EFR-ID
034160     START OUTFILE KEY IS NOT LESS THAN EFR-ID
034170         INVALID KEY
034180             MOVE 'Y' TO WS-CNT-EOF-SW
034190     END-START
034200     PERFORM 3360-COUNT-ONE THRU 3360-EXIT
034210         UNTIL COUNT-END-OF-FILE.
034220 3350-EXIT.
034230     EXIT.
034240
034250 3360-COUNT-ONE.
034260     READ OUTFILE NEXT RECORD
034270         AT END
034280             MOVE 'Y' TO WS-CNT-EOF-SW
034290             GO TO 3360-EXIT
034300     END-READ
034310     IF EFR-DEPT = DM-CODE AND NOT EFR-TERMINATED
034320         ADD 1 TO WS-DEPT-EMP-COUNT
034330     END-IF.
034340 3360-EXIT.
034350     EXIT.
034360
034370 3400-DEPT-REWRITE.
034380     REWRITE DEPT-FILE-REC
034390         INVALID KEY
034400             DISPLAY 'ERROR UPDATING DEPARTMENT RECORD - '
034410                     'STATUS ' FILE-STATUS-3
034420     END-REWRITE.
034430 3400-EXIT.
034440     EXIT.
034450
034460*-----------------------------------------------------------------
034470* 3500-GRADE-MAINT - PAY GRADE REFERENCE FILE MAINTENANCE, OFF THE
034480* MAIN MENU AND SUPERVISOR ONLY, IN THE SAME SHAPE AS DEPARTMENT
034490* MAINTENANCE. ONE PASS PER GRADE KEYED: A GRADE NOT ON FILE
034500* OFFERS THE ADD SCREEN, A GRADE ON FILE OFFERS CHANGE OR
034510* DEACTIVATE. A BLANK GRADE RETURNS TO THE MAIN MENU. AS WITH
034520* DEPARTMENTS, THE GRADE FILE IS REFERENCE DATA AND ITS
034530* MAINTENANCE IS NOT LOGGED.
034540*-----------------------------------------------------------------
034550 3500-GRADE-MAINT.
034560     MOVE 'N' TO WS-GM-DONE-SW
034570     PERFORM 3600-GRADE-MAINT-PASS THRU 3600-EXIT
034580         UNTIL GRADE-MAINT-DONE.
034590 3500-EXIT.
034600     EXIT.
034610
034620 3600-GRADE-MAINT-PASS.
034630     MOVE SPACES TO GM-CODE
034640     DISPLAY GRADE-LOOKUP-S
034650     ACCEPT GRADE-LOOKUP-S
034660
034670     IF GM-CODE = SPACES
034680         MOVE 'Y' TO WS-GM-DONE-SW
034690     ELSE
034700         MOVE GM-CODE TO GRD-CODE
034710         READ GRADE-FILE KEY IS GRD-CODE
034720             INVALID KEY
034730                 PERFORM 3700-GRADE-ADD THRU 3700-EXIT
034740             NOT INVALID KEY
034750                 PERFORM 3800-GRADE-CHANGE THRU 3800-EXIT
034760         END-READ
034770     END-IF.
034780 3600-EXIT.
034790     EXIT.
034800
034810*-----------------------------------------------------------------
034820* 3700-GRADE-ADD - ADD A NEW PAY GRADE. THE OPERATOR MUST SUPPLY A
034830* NAME AND A SOUND RANGE (3870) AND CONFIRM; ANYTHING ELSE
034840* ABANDONS THE ADD.
034850*-----------------------------------------------------------------
034860 3700-GRADE-ADD.
034870     MOVE SPACES TO GM-NAME
034880     MOVE ZEROS  TO GM-MIN-RATE
034890     MOVE ZEROS  TO GM-MID-RATE
034900     MOVE ZEROS  TO GM-MAX-RATE
034910     MOVE SPACE  TO GM-ADD-RESP
034920     DISPLAY GRADE-ADD-S
034930     ACCEPT GRADE-ADD-S
034940
034950     IF NOT GM-ADD-YES
034960         GO TO 3700-EXIT
034970     END-IF
034980     PERFORM 3870-EDIT-GRADE THRU 3870-EXIT
034990     IF WS-GM-EDIT-MSG NOT = SPACES
035000         DISPLAY 'PAY GRADE NOT ADDED - ' WS-GM-EDIT-MSG
035010         GO TO 3700-EXIT
035020     END-IF
035030
035040     MOVE SPACES      TO GRADE-FILE-REC
035050     MOVE GM-CODE     TO GRD-CODE
035060     MOVE GM-NAME     TO GRD-NAME
035070     MOVE GM-MIN-RATE TO GRD-MIN-RATE
035080     MOVE GM-MID-RATE TO GRD-MID-RATE
035090     MOVE GM-MAX-RATE TO GRD-MAX-RATE
035100     MOVE 'A'         TO GRD-STATUS
035110     WRITE GRADE-FILE-REC
035120         INVALID KEY
035130             DISPLAY 'ERROR WRITING PAY GRADE RECORD - '
035140                     'STATUS ' FILE-STATUS-10
035150     END-WRITE.
035160 3700-EXIT.
035170     EXIT.
035180
035190*-----------------------------------------------------------------
035200* 3800-GRADE-CHANGE - CHANGE THE NAME OR THE RANGE, OR DEACTIVATE
035210* THE GRADE JUST READ BY 3600. A NEW RANGE IS NOT FORCED BACK ONTO
035220* THE EMPLOYEES ALREADY ON THE GRADE - THE COMPA-RATIO REPORT
035230* (EMPCMP) SHOWS WHO NOW SITS OUTSIDE IT, AND EACH ONE IS HELD TO
035240* IT THE NEXT TIME THEIR RATE IS TOUCHED. DEACTIVATION IS REFUSED
035250* WHILE ANY ACTIVE EMPLOYEE STILL CARRIES THE GRADE, AS IT IS FOR
035260* A DEPARTMENT.
035270*-----------------------------------------------------------------
035280 3800-GRADE-CHANGE.
035290     MOVE GRD-NAME     TO GM-NAME
035300     MOVE GRD-MIN-RATE TO GM-MIN-RATE
035310     MOVE GRD-MID-RATE TO GM-MID-RATE
035320     MOVE GRD-MAX-RATE TO GM-MAX-RATE
035330     MOVE SPACE        TO GM-ACTION
035340     DISPLAY GRADE-REC-S
035350     ACCEPT GRADE-REC-S
035360
035370     EVALUATE TRUE
035380         WHEN GM-UPDATE
035390             PERFORM 3870-EDIT-GRADE THRU 3870-EXIT
035400             IF WS-GM-EDIT-MSG NOT = SPACES
035410                 DISPLAY 'PAY GRADE NOT UPDATED - ' WS-GM-EDIT-MSG
035420             ELSE
035430                 MOVE GM-NAME     TO GRD-NAME
035440                 MOVE GM-MIN-RATE TO GRD-MIN-RATE
035450                 MOVE GM-MID-RATE TO GRD-MID-RATE
035460                 MOVE GM-MAX-RATE TO GRD-MAX-RATE
035470                 PERFORM 3900-GRADE-REWRITE THRU 3900-EXIT
035480             END-IF
035490         WHEN GM-DEACTIVATE
035500             PERFORM 3850-COUNT-GRADE-EMPS THRU 3850-EXIT
035510             IF WS-GRADE-EMP-COUNT > 0
035520                 MOVE WS-GRADE-EMP-COUNT TO WS-GRADE-EMP-DISP
035530                 DISPLAY 'PAY GRADE NOT DEACTIVATED - '
035540                         WS-GRADE-EMP-DISP ' ACTIVE EMPLOYEE(S) '
035550                         'STILL ON GRADE ' GM-CODE
035560             ELSE
035570                 MOVE 'I' TO GRD-STATUS
035580                 PERFORM 3900-GRADE-REWRITE THRU 3900-EXIT
035590             END-IF
035600         WHEN OTHER
035610             CONTINUE
035620     END-EVALUATE.
035630 3800-EXIT.
035640     EXIT.
035650
035660*-----------------------------------------------------------------
035670* 3850-COUNT-GRADE-EMPS - COUNT THE ACTIVE EMPLOYEES STILL ON
035680* GM-CODE, BROWSING THE MASTER THE SAME WAY 3350 DOES FOR A
035690* DEPARTMENT. THE GRADE RECORD IN ITS OWN FD AREA IS LEFT ALONE.
035700*-----------------------------------------------------------------
035710 3850-COUNT-GRADE-EMPS.
035720     MOVE ZERO TO WS-GRADE-EMP-COUNT
035730     MOVE 'N'  TO WS-CNT-EOF-SW
035740     MOVE LOW-VALUES TO EFR-ID
035750     START OUTFILE KEY IS NOT LESS THAN EFR-ID
035760         INVALID KEY
035770             MOVE 'Y' TO WS-CNT-EOF-SW
035780     END-START
035790     PERFORM 3860-COUNT-GRADE-ONE THRU 3860-EXIT
035800         UNTIL COUNT-END-OF-FILE.
035810 3850-EXIT.
035820     EXIT.
035830
035840 3860-COUNT-GRADE-ONE.
035850     READ OUTFILE NEXT RECORD
035860         AT END
035870             MOVE 'Y' TO WS-CNT-EOF-SW
035880             GO TO 3860-EXIT
035890     END-READ
035900     IF EFR-GRADE = GM-CODE AND NOT EFR-TERMINATED
035910         ADD 1 TO WS-GRADE-EMP-COUNT
035920     END-IF.
035930 3860-EXIT.
035940     EXIT.
035950
035960*-----------------------------------------------------------------
035970* 3870-EDIT-GRADE - A GRADE NEEDS A NAME AND A RANGE THAT MAKES
035980* SENSE: A MINIMUM ABOVE ZERO AND MINIMUM <= MIDPOINT <= MAXIMUM.
035990* WS-GM-EDIT-MSG IS LEFT AS SPACES WHEN EVERY EDIT PASSES.
036000*-----------------------------------------------------------------
036010 3870-EDIT-GRADE.
036020     MOVE SPACES TO WS-GM-EDIT-MSG
036030     EVALUATE TRUE
036040         WHEN GM-NAME = SPACES
036050             MOVE 'GRADE NAME IS REQUIRED' TO WS-GM-EDIT-MSG
036060         WHEN GM-MIN-RATE = ZEROS
036070             MOVE 'MINIMUM RATE IS REQUIRED' TO WS-GM-EDIT-MSG
036080         WHEN GM-MID-RATE < GM-MIN-RATE
036090             MOVE 'MIDPOINT MAY NOT BE BELOW THE MINIMUM'
036100                 TO WS-GM-EDIT-MSG
036110         WHEN GM-MAX-RATE < GM-MID-RATE
036120             MOVE 'MAXIMUM MAY NOT BE BELOW THE MIDPOINT'
036130                 TO WS-GM-EDIT-MSG
036140         WHEN OTHER
036150             CONTINUE
036160     END-EVALUATE.
036170 3870-EXIT.
036180     EXIT.
036190
036200 3900-GRADE-REWRITE.
036210     REWRITE GRADE-FILE-REC
036220         INVALID KEY
036230             DISPLAY 'ERROR UPDATING PAY GRADE RECORD - '
036240                     'STATUS ' FILE-STATUS-10
036250     END-REWRITE.
036260 3900-EXIT.
036270     EXIT.
036280
036290*-----------------------------------------------------------------
036300* 4000-OPER-MAINT - OPERATOR SECURITY FILE MAINTENANCE, OFF THE
036310* MAIN MENU AND SUPERVISOR ONLY. ONE PASS PER OPERATOR ID
036320* KEYED: AN ID NOT ON FILE OFFERS THE ADD SCREEN, AN ID ON
036330* FILE OFFERS PASSWORD/AUTHORITY CHANGE, DEACTIVATE OR
036340* REACTIVATE. THIS IS ALSO HOW THE BOOTSTRAP ADMIN/ADMIN
036350* DEFAULT IS RETIRED ONCE THE REAL OPERATORS ARE LOADED. A
036360* BLANK ID RETURNS TO THE MAIN MENU.
036370*-----------------------------------------------------------------
036380 4000-OPER-MAINT.
036390     MOVE 'N' TO WS-OM-DONE-SW
036400     PERFORM 4100-OPER-MAINT-PASS THRU 4100-EXIT
036410         UNTIL OPER-MAINT-DONE.
036420 4000-EXIT.
036430     EXIT.
036440
036450 4100-OPER-MAINT-PASS.
036460     MOVE SPACES TO OM-ID
036470     DISPLAY OPER-LOOKUP-S
036480     ACCEPT OPER-LOOKUP-S
036490
036500     IF OM-ID = SPACES
036510         MOVE 'Y' TO WS-OM-DONE-SW
036520     ELSE
036530         MOVE OM-ID TO OPS-ID
036540         READ OPER-FILE KEY IS OPS-ID
036550             INVALID KEY
036560                 PERFORM 4200-OPER-ADD THRU 4200-EXIT
036570             NOT INVALID KEY
036580                 PERFORM 4300-OPER-CHANGE THRU 4300-EXIT
036590         END-READ
036600     END-IF.
036610 4100-EXIT.
036620     EXIT.
036630
036640*-----------------------------------------------------------------
036650* 4200-OPER-ADD - ADD A NEW OPERATOR. A PASSWORD AND AN E OR S
036660* AUTHORITY ARE REQUIRED AND THE ADD MUST BE CONFIRMED;
036670* ANYTHING ELSE ABANDONS IT.
036680*-----------------------------------------------------------------
036690 4200-OPER-ADD.
036700     MOVE SPACES TO OM-PASSWORD
036710     MOVE SPACE  TO OM-AUTH
036720     MOVE SPACE  TO OM-ADD-RESP
036730     DISPLAY OPER-ADD-S
036740     ACCEPT OPER-ADD-S
036750
036760     IF NOT OM-ADD-YES
036770         GO TO 4200-EXIT
036780     END-IF
036790
036800     IF OM-PASSWORD = SPACES
036810             OR (OM-AUTH NOT = 'E' AND OM-AUTH NOT = 'S')
036820         DISPLAY 'OPERATOR NOT ADDED - PASSWORD AND E/S '
036830                 'AUTHORITY ARE REQUIRED'
036840         GO TO 4200-EXIT
036850     END-IF
036860
036870     MOVE OM-ID       TO OPS-ID
036880     MOVE OM-PASSWORD TO OPS-PASSWORD
036890     MOVE OM-AUTH     TO OPS-AUTH
036900     MOVE 'A'         TO OPS-STATUS
036910*    A NEWLY ADDED OPERATOR MUST SET THEIR OWN PASSWORD AT
036920*    FIRST SIGN-ON - SPACES IN OPS-PW-DATE FORCES THAT.
036930     MOVE SPACES      TO OPS-PW-DATE
036940     MOVE 0           TO OPS-FAIL-CT
036950     MOVE SPACE       TO OPS-LOCK
036960     WRITE OPERATOR-FILE-REC
036970         INVALID KEY
036980             DISPLAY 'ERROR WRITING OPERATOR RECORD - '
036990                     'STATUS ' FILE-STATUS-4
037000     END-WRITE.
037010 4200-EXIT.
037020     EXIT.
037030
037040*-----------------------------------------------------------------
037050* 4300-OPER-CHANGE - CHANGE THE PASSWORD OR AUTHORITY OF THE
037060* OPERATOR JUST READ, OR DEACTIVATE/REACTIVATE THE SIGN-ON.
037070* THE RECORD STAYS ON FILE EITHER WAY SO AUD-OPERATOR ON OLD
037080* AUDIT TRANSACTIONS STILL RESOLVES. A SUPERVISOR CANNOT
037090* DEACTIVATE THE OPERATOR THEY ARE SIGNED ON AS - THAT IS HOW
037100* A SHOP LOCKS ITSELF OUT.
037110*-----------------------------------------------------------------
037120 4300-OPER-CHANGE.
037130     MOVE OPS-PASSWORD TO OM-PASSWORD
037140     MOVE OPS-AUTH     TO OM-AUTH
037150     MOVE SPACE        TO OM-ACTION
037160     DISPLAY OPER-REC-S
037170     ACCEPT OPER-REC-S
037180
037190     EVALUATE TRUE
037200         WHEN OM-UPDATE
037210             IF OM-PASSWORD = SPACES
037220                     OR (OM-AUTH NOT = 'E' AND OM-AUTH NOT = 'S')
037230                 DISPLAY 'OPERATOR NOT UPDATED - PASSWORD AND '
037240                         'E/S AUTHORITY ARE REQUIRED'
037250             ELSE
037260*                A SUPERVISOR PASSWORD RESET BLANKS OPS-PW-DATE
037270*                SO THE OPERATOR MUST PICK THEIR OWN PASSWORD
037280*                AT THE NEXT SIGN-ON, AND IS LOGGED.
037290                 IF OM-PASSWORD NOT = OPS-PASSWORD
037300                     MOVE SPACES TO OPS-PW-DATE
037310                     MOVE 'PWCHG' TO AUDIT-ACTION-CODE
037320                     MOVE OPERATOR-ID TO OPER-AUD-BY
037330                     MOVE OM-ID       TO OPER-AUD-TARGET
037340                     PERFORM 2850-WRITE-OPER-AUDIT
037350                         THRU 2850-EXIT
037360                 END-IF
037370                 MOVE OM-PASSWORD TO OPS-PASSWORD
037380                 MOVE OM-AUTH     TO OPS-AUTH
037390                 PERFORM 4400-OPER-REWRITE THRU 4400-EXIT
037400             END-IF
037410         WHEN OM-DEACTIVATE
037420             IF OM-ID = OPERATOR-ID
037430                 DISPLAY 'YOU CANNOT DEACTIVATE THE OPERATOR '
037440                         'YOU ARE SIGNED ON AS'
037450             ELSE
037460                 MOVE 'I' TO OPS-STATUS
037470                 PERFORM 4400-OPER-REWRITE THRU 4400-EXIT
037480             END-IF
037490         WHEN OM-REACTIVATE
037500             MOVE 'A' TO OPS-STATUS
037510             PERFORM 4400-OPER-REWRITE THRU 4400-EXIT
037520         WHEN OM-UNLOCK
037530             MOVE SPACE TO OPS-LOCK
037540             MOVE 0     TO OPS-FAIL-CT
037550             PERFORM 4400-OPER-REWRITE THRU 4400-EXIT
037560             IF FILE-STATUS-4 = '00'
037570                 MOVE 'UNLOCK' TO AUDIT-ACTION-CODE
037580                 MOVE OPERATOR-ID TO OPER-AUD-BY
037590                 MOVE OM-ID       TO OPER-AUD-TARGET
037600                 PERFORM 2850-WRITE-OPER-AUDIT
037610                     THRU 2850-EXIT
037620             END-IF
037630         WHEN OTHER
037640             CONTINUE
037650     END-EVALUATE.
037660 4300-EXIT.
037670     EXIT.
037680
037690 4400-OPER-REWRITE.
037700     REWRITE OPERATOR-FILE-REC
037710         INVALID KEY
037720             DISPLAY 'ERROR UPDATING OPERATOR RECORD - '
037730                     'STATUS ' FILE-STATUS-4
037740     END-REWRITE.
037750 4400-EXIT.
037760     EXIT.
037770
037780*-----------------------------------------------------------------
037790* 5000-HIST-INQUIRY - CHANGE-HISTORY INQUIRY OFF THE MAIN MENU:
037800* ONE PASS PER EMPLOYEE ID KEYED, SHOWING THE LAST TEN JOURNAL
037810* RECORDS FOR THAT ID NEWEST-FIRST. READ-ONLY, SO EVERY SIGNED-ON
037820* OPERATOR MAY USE IT. A BLANK ID RETURNS TO THE MAIN MENU.
037830*-----------------------------------------------------------------
037840 5000-HIST-INQUIRY.
037850     MOVE 'N' TO WS-HI-DONE-SW
037860     PERFORM 5100-HIST-PASS THRU 5100-EXIT
037870         UNTIL HIST-INQ-DONE.
037880 5000-EXIT.
037890     EXIT.
037900
037910 5100-HIST-PASS.
037920     MOVE SPACES TO HI-ID
037930     DISPLAY HIST-LOOKUP-S
037940     ACCEPT HIST-LOOKUP-S
037950
037960     IF HI-ID = SPACES
037970         MOVE 'Y' TO WS-HI-DONE-SW
037980         GO TO 5100-EXIT
037990     END-IF
038000
038010     PERFORM 5200-LOAD-HISTORY THRU 5200-EXIT
038020     PERFORM 5300-SHOW-HISTORY THRU 5300-EXIT.
038030 5100-EXIT.
038040     EXIT.
038050
038060*-----------------------------------------------------------------
038070* 5200-LOAD-HISTORY - READ THE JOURNAL FRONT TO BACK THROUGH THE
038080* INPUT-SIDE SELECT, KEEPING THE LAST TEN RECORDS FOR THE KEYED
038090* ID IN HIST-TBL - WHEN THE TABLE IS FULL THE OLDEST SLOT IS
038100* SHIFTED OFF. THE JOURNAL NOT EXISTING YET JUST MEANS NO
038110* HISTORY. THE ID SITS AT POSITION 39 OF THE RAW RECORD (SEE
038120* HSTREC - 38 BYTES OF HEAD FIELDS AND FILLERS AHEAD OF IT).
038130*-----------------------------------------------------------------
038140 5200-LOAD-HISTORY.
038150     MOVE ZERO TO WS-HX
038160     MOVE 'N' TO WS-HIST-EOF-SW
038170     OPEN INPUT HIST-IN-FILE
038180     IF FILE-STATUS-6 NOT = '00'
038190         GO TO 5200-EXIT
038200     END-IF
038210
038220     PERFORM 5210-READ-HIST THRU 5210-EXIT
038230     PERFORM 5220-KEEP-MATCH THRU 5220-EXIT
038240         UNTIL HIST-IN-EOF
038250     CLOSE HIST-IN-FILE.
038260 5200-EXIT.
038270     EXIT.
038280
038290 5210-READ-HIST.
038300     READ HIST-IN-FILE
038310         AT END
038320             MOVE 'Y' TO WS-HIST-EOF-SW
038330     END-READ.
038340 5210-EXIT.
038350     EXIT.
038360
038370 5220-KEEP-MATCH.
038380     IF HIN-REC (39:5) = HI-ID
038390         IF WS-HX < 10
038400             ADD 1 TO WS-HX
038410         ELSE
038420             PERFORM 5230-SHIFT-HIST THRU 5230-EXIT
038430                 VARYING WS-HSX FROM 1 BY 1 UNTIL WS-HSX > 9
038440         END-IF
038450         MOVE HIN-REC TO HIST-TBL (WS-HX)
038460     END-IF
038470     PERFORM 5210-READ-HIST THRU 5210-EXIT.
038480 5220-EXIT.
038490     EXIT.
038500
038510 5230-SHIFT-HIST.
038520     MOVE HIST-TBL (WS-HSX + 1) TO HIST-TBL (WS-HSX).
038530 5230-EXIT.
038540     EXIT.
038550
038560*-----------------------------------------------------------------
038570* 5300-SHOW-HISTORY - FORMAT THE KEPT RECORDS NEWEST-FIRST INTO
038580* THE TEN DISPLAY SLOTS AND SHOW THE LIST. EACH RAW RECORD IS
038590* CARRIED THROUGH THE HIST-REC LAYOUT FOR FIELD ACCESS - SAFE
038600* BECAUSE 2900 FILLS EVERY FIELD BEFORE IT EVER WRITES.
038610*-----------------------------------------------------------------
038620 5300-SHOW-HISTORY.
038630     MOVE SPACES TO HIST-LIST-AREA
038640     IF WS-HX = 0
038650         DISPLAY 'NO HISTORY ON FILE FOR ID ' HI-ID
038660         GO TO 5300-EXIT
038670     END-IF
038680
038690     MOVE ZERO TO WS-HDX
038700     PERFORM 5310-BUILD-HIST-LINE THRU 5310-EXIT
038710         VARYING WS-HSX FROM WS-HX BY -1 UNTIL WS-HSX < 1
038720
038730     DISPLAY HIST-LIST-S
038740     ACCEPT HIST-LIST-S.
038750 5300-EXIT.
038760     EXIT.
038770
038780 5310-BUILD-HIST-LINE.
038790     MOVE HIST-TBL (WS-HSX) TO HIST-REC
038800     ADD 1 TO WS-HDX
038810     MOVE HST-DATE       TO HDL-DATE
038820     MOVE HST-TIME       TO HDL-TIME
038830     MOVE HST-ACTION     TO HDL-ACTION
038840     IF HST-ACTION (1:3) = 'DED'
038850         MOVE HST-B-DED-CODE TO HDL-DEPT-B
038860         MOVE HST-A-DED-CODE TO HDL-DEPT-A
038870         IF HST-B-DED-TYPE = 'P'
038880             MOVE HST-B-DED-PERCENT TO HDL-RATE-B
038890         ELSE
038900             MOVE HST-B-DED-AMOUNT  TO HDL-RATE-B
038910         END-IF
038920         IF HST-A-DED-TYPE = 'P'
038930             MOVE HST-A-DED-PERCENT TO HDL-RATE-A
038940         ELSE
038950             MOVE HST-A-DED-AMOUNT  TO HDL-RATE-A
038960         END-IF
038970         MOVE HST-B-DED-TYPE TO HDL-STAT-B
038980         MOVE HST-A-DED-TYPE TO HDL-STAT-A
038990     ELSE
039000         MOVE HST-B-DEPT     TO HDL-DEPT-B
039010         MOVE HST-A-DEPT     TO HDL-DEPT-A
039020         MOVE HST-B-PAY-RATE TO HDL-RATE-B
039030         MOVE HST-A-PAY-RATE TO HDL-RATE-A
039040         MOVE HST-B-STATUS   TO HDL-STAT-B
039050         MOVE HST-A-STATUS   TO HDL-STAT-A
039060     END-IF
039070     MOVE HIST-DTL       TO HIST-LINE (WS-HDX).
039080 5310-EXIT.
039090     EXIT.
039100
039110*-----------------------------------------------------------------
039120* 6000-CHANGE-PASSWORD - SELF-SERVICE PASSWORD CHANGE OFF THE
039130* MAIN MENU, OPEN TO EVERY SIGNED-ON OPERATOR INCLUDING ENTRY-
039140* ONLY ('E') ONES. THE CURRENT PASSWORD MUST BE RE-KEYED, THE
039150* NEW ONE KEYED TWICE AND DIFFERENT FROM THE OLD; THE CHANGE IS
039160* STAMPED WITH TODAY'S DATE AND LOGGED. LEAVING THE NEW
039170* PASSWORD BLANK CANCELS.
039180*-----------------------------------------------------------------
039190 6000-CHANGE-PASSWORD.
039200     MOVE SPACES TO WS-CUR-PW
039210     MOVE SPACES TO WS-NEW-PW1
039220     MOVE SPACES TO WS-NEW-PW2
039230     DISPLAY SELF-PW-S
039240     ACCEPT SELF-PW-S
039250
039260     IF WS-NEW-PW1 = SPACES
039270         GO TO 6000-EXIT
039280     END-IF
039290     IF WS-NEW-PW1 NOT = WS-NEW-PW2
039300         DISPLAY 'PASSWORD NOT CHANGED - NEW PASSWORDS DO NOT '
039310                 'MATCH'
039320         GO TO 6000-EXIT
039330     END-IF
039340
039350     MOVE OPERATOR-ID TO OPS-ID
039360     READ OPER-FILE KEY IS OPS-ID
039370         INVALID KEY
039380             DISPLAY 'PASSWORD NOT CHANGED - OPERATOR RECORD '
039390                     'NOT FOUND'
039400             GO TO 6000-EXIT
039410     END-READ
039420     IF OPS-PASSWORD NOT = WS-CUR-PW
039430         DISPLAY 'PASSWORD NOT CHANGED - CURRENT PASSWORD '
039440                 'INVALID'
039450         GO TO 6000-EXIT
039460     END-IF
039470     IF WS-NEW-PW1 = OPS-PASSWORD
039480         DISPLAY 'PASSWORD NOT CHANGED - NEW PASSWORD MAY NOT '
039490                 'REPEAT THE OLD ONE'
039500         GO TO 6000-EXIT
039510     END-IF
039520
039530     MOVE WS-NEW-PW1 TO OPS-PASSWORD
039540     MOVE WS-TODAY   TO OPS-PW-DATE
039550     PERFORM 4400-OPER-REWRITE THRU 4400-EXIT
039560     IF FILE-STATUS-4 = '00'
039570         MOVE 'PWCHG' TO AUDIT-ACTION-CODE
039580         MOVE OPERATOR-ID TO OPER-AUD-BY
039590         MOVE OPERATOR-ID TO OPER-AUD-TARGET
039600         PERFORM 2850-WRITE-OPER-AUDIT THRU 2850-EXIT
039610         DISPLAY 'PASSWORD CHANGED'
039620     END-IF.
039630 6000-EXIT.
039640     EXIT.
039650
039660*-----------------------------------------------------------------
039670* 7000-DED-MAINT - EMPLOYEE DEDUCTION MAINTENANCE, OFF THE MAIN
039680* MENU AND SUPERVISOR ONLY. ONE PASS PER EMPLOYEE ID AND
039690* DEDUCTION CODE KEYED: THE ID MUST BE ON THE EMPLOYEE MASTER; A
039700* BLANK CODE LISTS THE EMPLOYEE'S DEDUCTIONS, A CODE NOT ON FILE
039710* OFFERS THE ADD SCREEN AND A CODE ON FILE OFFERS CHANGE OR
039720* DELETE. A BLANK ID RETURNS TO THE MAIN MENU. A DEDUCTION THAT
039730* HAS ENDED IS NORMALLY GIVEN A STOP DATE RATHER THAN DELETED,
039740* SO ITS HISTORY STAYS READABLE ON THE RECORD ITSELF.
039750*-----------------------------------------------------------------
039760 7000-DED-MAINT.
039770     MOVE 'N' TO WS-DD-DONE-SW
039780     PERFORM 7100-DED-MAINT-PASS THRU 7100-EXIT
039790         UNTIL DED-MAINT-DONE.
039800 7000-EXIT.
039810     EXIT.
039820
039830 7100-DED-MAINT-PASS.
039840     MOVE SPACES TO DD-ID
039850     MOVE SPACES TO DD-CODE
039860     DISPLAY DED-LOOKUP-S
039870     ACCEPT DED-LOOKUP-S
039880
039890     IF DD-ID = SPACES
039900         MOVE 'Y' TO WS-DD-DONE-SW
039910         GO TO 7100-EXIT
039920     END-IF
039930
039940     MOVE DD-ID TO EFR-ID
039950     READ OUTFILE KEY IS EFR-ID
039960         INVALID KEY
039970             DISPLAY 'EMPLOYEE ' DD-ID ' NOT ON FILE - NO '
039980                     'DEDUCTIONS MAINTAINED'
039990             GO TO 7100-EXIT
040000     END-READ
040010
040020     IF DD-CODE = SPACES
040030         PERFORM 7500-DED-LIST THRU 7500-EXIT
040040         GO TO 7100-EXIT
040050     END-IF
040060
040070     MOVE DD-ID   TO DED-ID
040080     MOVE DD-CODE TO DED-CODE
040090     READ DEDUCT-FILE KEY IS DED-KEY
040100         INVALID KEY
040110             PERFORM 7200-DED-ADD THRU 7200-EXIT
040120         NOT INVALID KEY
040130             PERFORM 7300-DED-CHANGE THRU 7300-EXIT
040140     END-READ.
040150 7100-EXIT.
040160     EXIT.
040170
040180*-----------------------------------------------------------------
040190* 7200-DED-ADD - ADD A NEW DEDUCTION CODE FOR THE EMPLOYEE. THE
040200* ENTRY MUST PASS 7400 AND BE CONFIRMED; ANYTHING ELSE ABANDONS
040210* THE ADD.
040220*-----------------------------------------------------------------
040230 7200-DED-ADD.
040240     MOVE SPACE  TO DD-TYPE
040250     MOVE ZEROS  TO DD-AMOUNT
040260     MOVE ZEROS  TO DD-PERCENT
040270     MOVE SPACES TO DD-START
040280     MOVE SPACES TO DD-STOP
040290     MOVE SPACE  TO DD-ADD-RESP
040300     DISPLAY DED-ADD-S
040310     ACCEPT DED-ADD-S
040320
040330     IF NOT DD-ADD-YES
040340         GO TO 7200-EXIT
040350     END-IF
040360
040370     PERFORM 7400-EDIT-DEDUCTION THRU 7400-EXIT
040380     IF NOT DED-ENTRY-VALID
040390         DISPLAY 'DEDUCTION NOT ADDED - ' WS-DD-EDIT-MSG
040400         GO TO 7200-EXIT
040410     END-IF
040420
040430     MOVE DD-ID      TO DED-ID
040440     MOVE DD-CODE    TO DED-CODE
040450     MOVE DD-TYPE    TO DED-TYPE
040460     MOVE DD-AMOUNT  TO DED-AMOUNT
040470     MOVE DD-PERCENT TO DED-PERCENT
040480     MOVE DD-START   TO DED-START-DATE
040490     MOVE DD-STOP    TO DED-STOP-DATE
040500     WRITE DEDUCT-REC
040510         INVALID KEY
040520             DISPLAY 'ERROR WRITING DEDUCTION RECORD - STATUS '
040530                     FILE-STATUS-7
040540     END-WRITE.
040550
040560     IF FILE-STATUS-7 = '00'
040570         MOVE 'DEDADD' TO AUDIT-ACTION-CODE
040580         PERFORM 2870-WRITE-DED-AUDIT THRU 2870-EXIT
040590         MOVE SPACES TO HST-B-DED-IMAGE
040600         MOVE ZEROS  TO HST-B-DED-AMOUNT
040610         MOVE ZEROS  TO HST-B-DED-PERCENT
040620         PERFORM 2950-SET-DED-AFTER THRU 2950-EXIT
040630         PERFORM 2930-WRITE-DED-HISTORY THRU 2930-EXIT
040640     END-IF.
040650 7200-EXIT.
040660     EXIT.
040670
040680*-----------------------------------------------------------------
040690* 7300-DED-CHANGE - CHANGE OR DELETE THE DEDUCTION JUST READ BY
040700* 7100. AN UPDATE MUST PASS THE SAME EDIT AS AN ADD.
040710*-----------------------------------------------------------------
040720 7300-DED-CHANGE.
040730     MOVE DED-TYPE       TO DD-TYPE
040740     MOVE DED-AMOUNT     TO DD-AMOUNT
040750     MOVE DED-PERCENT    TO DD-PERCENT
040760     MOVE DED-START-DATE TO DD-START
040770     MOVE DED-STOP-DATE  TO DD-STOP
040780     MOVE SPACE          TO DD-ACTION
040790     DISPLAY DED-REC-S
040800     ACCEPT DED-REC-S
040810
040820     EVALUATE TRUE
040830         WHEN DD-UPDATE
040840             PERFORM 7400-EDIT-DEDUCTION THRU 7400-EXIT
040850             IF NOT DED-ENTRY-VALID
040860                 DISPLAY 'DEDUCTION NOT UPDATED - ' WS-DD-EDIT-MSG
040870             ELSE
040880                 PERFORM 2940-SET-DED-BEFORE THRU 2940-EXIT
040890                 MOVE DD-TYPE    TO DED-TYPE
040900                 MOVE DD-AMOUNT  TO DED-AMOUNT
040910                 MOVE DD-PERCENT TO DED-PERCENT
040920                 MOVE DD-START   TO DED-START-DATE
040930                 MOVE DD-STOP    TO DED-STOP-DATE
040940                 REWRITE DEDUCT-REC
040950                     INVALID KEY
040960                         DISPLAY 'ERROR UPDATING DEDUCTION '
040970                                 'RECORD - STATUS ' FILE-STATUS-7
040980                 END-REWRITE
040990                 IF FILE-STATUS-7 = '00'
041000                     MOVE 'DEDCHG' TO AUDIT-ACTION-CODE
041010                     PERFORM 2870-WRITE-DED-AUDIT THRU 2870-EXIT
041020                     PERFORM 2950-SET-DED-AFTER THRU 2950-EXIT
041030                     PERFORM 2930-WRITE-DED-HISTORY THRU 2930-EXIT
041040                 END-IF
041050             END-IF
041060         WHEN DD-DELETE
041070             PERFORM 2940-SET-DED-BEFORE THRU 2940-EXIT
041080             DELETE DEDUCT-FILE
041090                 INVALID KEY
041100                     DISPLAY 'ERROR DELETING DEDUCTION RECORD - '
041110                             'STATUS ' FILE-STATUS-7
041120             END-DELETE
041130             IF FILE-STATUS-7 = '00'
041140                 MOVE 'DEDDEL' TO AUDIT-ACTION-CODE
041150                 PERFORM 2870-WRITE-DED-AUDIT THRU 2870-EXIT
041160                 MOVE SPACES TO HST-A-DED-IMAGE
041170                 MOVE ZEROS  TO HST-A-DED-AMOUNT
041180                 MOVE ZEROS  TO HST-A-DED-PERCENT
041190                 PERFORM 2930-WRITE-DED-HISTORY THRU 2930-EXIT
041200             END-IF
041210         WHEN OTHER
041220             CONTINUE
041230     END-EVALUATE.
041240 7300-EXIT.
041250     EXIT.
041260
041270*-----------------------------------------------------------------
041280* 7400-EDIT-DEDUCTION - EDIT THE KEYED DEDUCTION FIELDS. TYPE A
041290* TAKES A FLAT AMOUNT AND NO PERCENT; TYPE P TAKES A PERCENT OF
041300* GROSS ABOVE ZERO AND NO MORE THAN 100, AND NO AMOUNT. THE START
041310* DATE MUST BE A REAL DATE; THE STOP DATE IS EITHER BLANK
041320* (OPEN-ENDED) OR A REAL DATE NO EARLIER THAN THE START.
041330* DED-ENTRY-VALID IS SET ONLY WHEN EVERY EDIT PASSES; OTHERWISE
041340* WS-DD-EDIT-MSG SAYS WHICH ONE FAILED.
041350*-----------------------------------------------------------------
041360 7400-EDIT-DEDUCTION.
041370     MOVE 'N' TO WS-DD-EDIT-SW
041380     INSPECT DD-TYPE CONVERTING 'ap' TO 'AP'
041390
041400     IF DD-TYPE NOT = 'A' AND DD-TYPE NOT = 'P'
041410         MOVE 'TYPE MUST BE A (AMOUNT) OR P (PERCENT)'
041420             TO WS-DD-EDIT-MSG
041430         GO TO 7400-EXIT
041440     END-IF
041450     IF DD-TYPE = 'A'
041460             AND (DD-AMOUNT = ZERO OR DD-PERCENT NOT = ZERO)
041470         MOVE 'TYPE A NEEDS AN AMOUNT AND NO PERCENT'
041480             TO WS-DD-EDIT-MSG
041490         GO TO 7400-EXIT
041500     END-IF
041510     IF DD-TYPE = 'P'
041520             AND (DD-PERCENT = ZERO OR DD-PERCENT > 100
041530                  OR DD-AMOUNT NOT = ZERO)
041540         MOVE 'TYPE P NEEDS A PERCENT UP TO 100, NO AMT'
041550             TO WS-DD-EDIT-MSG
041560         GO TO 7400-EXIT
041570     END-IF
041580
041590     MOVE DD-START TO DTE-DATE-X
041600     PERFORM 8500-EDIT-DATE THRU 8500-EXIT
041610     IF DTE-INVALID
041620         MOVE 'START DATE MUST BE A REAL YYYYMMDD DATE'
041630             TO WS-DD-EDIT-MSG
041640         GO TO 7400-EXIT
041650     END-IF
041660
041670     IF DD-STOP NOT = SPACES
041680         MOVE DD-STOP TO DTE-DATE-X
041690         PERFORM 8500-EDIT-DATE THRU 8500-EXIT
041700         IF DTE-INVALID
041710             MOVE 'STOP DATE MUST BE BLANK OR A REAL DATE'
041720                 TO WS-DD-EDIT-MSG
041730             GO TO 7400-EXIT
041740         END-IF
041750         IF DD-STOP < DD-START
041760             MOVE 'STOP DATE MAY NOT BE BEFORE THE START'
041770                 TO WS-DD-EDIT-MSG
041780             GO TO 7400-EXIT
041790         END-IF
041800     END-IF
041810
041820     MOVE 'Y' TO WS-DD-EDIT-SW.
041830 7400-EXIT.
041840     EXIT.
041850
041860*-----------------------------------------------------------------
041870* 7500-DED-LIST - LIST THE KEYED EMPLOYEE'S DEDUCTIONS IN CODE
041880* ORDER, BROWSING DEDUCT.DOC FROM THE FIRST KEY FOR THE ID UNTIL
041890* THE ID CHANGES. TEN FIT ON THE SCREEN; IF THERE ARE MORE THE
041900* OPERATOR IS TOLD TO KEY THE CODE TO SEE THE REST.
041910*-----------------------------------------------------------------
041920 7500-DED-LIST.
041930     MOVE SPACES TO DED-LIST-AREA
041940     MOVE ZERO   TO WS-DX
041950     MOVE 'N'    TO WS-DL-EOF-SW
041960     MOVE DD-ID      TO DED-ID
041970     MOVE LOW-VALUES TO DED-CODE
041980     START DEDUCT-FILE KEY IS NOT LESS THAN DED-KEY
041990         INVALID KEY
042000             MOVE 'Y' TO WS-DL-EOF-SW
042010     END-START
042020     PERFORM 7510-LIST-ONE THRU 7510-EXIT
042030         UNTIL DED-LIST-END
042040
042050     IF WS-DX = 0
042060         DISPLAY 'NO DEDUCTIONS ON FILE FOR ID ' DD-ID
042070         GO TO 7500-EXIT
042080     END-IF
042090
042100     DISPLAY DED-LIST-S
042110     ACCEPT DED-LIST-S.
042120 7500-EXIT.
042130     EXIT.
042140
042150 7510-LIST-ONE.
042160     READ DEDUCT-FILE NEXT RECORD
042170         AT END
042180             MOVE 'Y' TO WS-DL-EOF-SW
042190             GO TO 7510-EXIT
042200     END-READ
042210     IF DED-ID NOT = DD-ID
042220         MOVE 'Y' TO WS-DL-EOF-SW
042230         GO TO 7510-EXIT
042240     END-IF
042250     IF WS-DX >= 10
042260         DISPLAY 'MORE THAN TEN DEDUCTIONS ON FILE FOR ID ' DD-ID
042270                 ' - KEY A CODE TO SEE THE REST'
042280         MOVE 'Y' TO WS-DL-EOF-SW
042290         GO TO 7510-EXIT
042300     END-IF
042310
042320     ADD 1 TO WS-DX
042330     MOVE DED-CODE       TO DDL-CODE
042340     MOVE DED-TYPE       TO DDL-TYPE
042350     MOVE DED-AMOUNT     TO DDL-AMOUNT
042360     MOVE DED-PERCENT    TO DDL-PERCENT
042370     MOVE DED-START-DATE TO DDL-START
042380     MOVE DED-STOP-DATE  TO DDL-STOP
042390     MOVE DED-DTL        TO DED-LINE (WS-DX).
042400 7510-EXIT.
042410     EXIT.
042420
042430     COPY DATEDP.
042440
042450     COPY RUNCTP.
042460
042470     COPY MGRCKP.
042480
042490*-----------------------------------------------------------------
042500* 9000-TERMINATE
042510*-----------------------------------------------------------------
042520 9000-TERMINATE.
042530     PERFORM 8750-POST-CONTROL THRU 8750-EXIT
042540     CLOSE OUTFILE
042550     CLOSE AUDIT-FILE
042560     CLOSE HIST-FILE
042570     CLOSE DEPT-FILE
042580     CLOSE DEDUCT-FILE
042590     CLOSE LEAVE-FILE
042600     CLOSE PENDING-FILE
042610     CLOSE GRADE-FILE
042620     CLOSE OPER-FILE.
042630 9000-EXIT.
042640     EXIT.
042650
042660*-----------------------------------------------------------------
042670* FORGOT-TO-FILL-IT-IN RETRY PARAGRAPHS, ONE PER ENTRY FIELD
042680*-----------------------------------------------------------------
042690 F-NAME-ENTRY.
042700     DISPLAY FNAME-ENTRY
042710     ACCEPT FNAME-ENTRY.
042720 F-NAME-ENTRY-EXIT.
042730     EXIT.
042740
042750 L-NAME-ENTRY.
042760     DISPLAY LNAME-ENTRY
042770     ACCEPT LNAME-ENTRY.
042780 L-NAME-ENTRY-EXIT.
042790     EXIT.
042800
042810 ID-ENTRY.
042820     DISPLAY ID-ENTRY-S
042830     ACCEPT ID-ENTRY-S.
042840 ID-ENTRY-EXIT.
042850     EXIT.
042860
042870 DEPT-ENTRY.
042880     DISPLAY DEPT-ENTRY-S
042890     ACCEPT DEPT-ENTRY-S.
042900 DEPT-ENTRY-EXIT.
042910     EXIT.
042920
042930 HDATE-ENTRY.
042940     DISPLAY HDATE-ENTRY-S
042950     ACCEPT HDATE-ENTRY-S.
042960 HDATE-ENTRY-EXIT.
042970     EXIT.
042980
042990 PRATE-ENTRY.
043000     DISPLAY PRATE-ENTRY-S
043010     ACCEPT PRATE-ENTRY-S.
043020 PRATE-ENTRY-EXIT.
043030     EXIT.
043040
043050 GRADE-ENTRY.
043060     DISPLAY GRADE-ENTRY-S
043070     ACCEPT GRADE-ENTRY-S.
043080 GRADE-ENTRY-EXIT.
043090     EXIT.
