000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMPHCS.
000120 AUTHOR. J WOLFE.
000130 INSTALLATION. HR-PAYROLL SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170* THIS PROGRAM TAKES THE MONTH-END HEADCOUNT SNAPSHOT. IT READS
000180* THE EMPLOYEE MASTER FILE (RPT.DOC), SORTS THE ACTIVE EMPLOYEES
000190* INTO DEPARTMENT SEQUENCE AND APPENDS ONE SNAPSHOT SET TO THE
000200* HEADCOUNT HISTORY FILE (HEADCT.LOG, HCSREC LAYOUT): THE ACTIVE
000210* HEADCOUNT AND TOTAL PAY RATE OF EACH DEPARTMENT, THEN THE
000220* COMPANY TOTALS. THE TURNOVER REPORT (EMPTUR) OPENS EACH MONTH
000230* FROM THE PREVIOUS MONTH'S SNAPSHOT AND PROVES ITS CLOSING
000240* HEADCOUNT AGAINST THIS ONE. TERMINATED EMPLOYEES ARE NOT
000250* COUNTED, THE SAME AS THE DEPARTMENT COST REPORT (EMPDPT).
000260*
000270* THE PERIOD THE SNAPSHOT CLOSES (YYYYMM) COMES FROM COLUMNS 1-6
000280* OF HEADCT.PRM; BLANK, OR NO CARD, MEANS THE MONTH OF THE RUN
000290* DATE. RUN IT THROUGH THE MONTHEND_RUN DECK AFTER THE LAST
000300* NIGHTLY RUN OF THE MONTH. TAKING THE SNAPSHOT AGAIN FOR THE SAME
000310* PERIOD APPENDS A NEW SET THAT REPLACES THE EARLIER ONE.
000320*
000330* RETURN CODE 16 MEANS A BAD PERIOD ON THE CARD OR A FILE THAT
000340* WOULD NOT OPEN.
000350*****************************************************************
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380*-----------------------------------------------------------------
000390* 10/15/2026 JW  ORIGINAL PROGRAM.
000400*-----------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450
000460     SELECT PARM-FILE ASSIGN TO 'HEADCT.PRM'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FILE-STATUS-1.
000490
000500     SELECT OUTFILE ASSIGN TO 'RPT.DOC'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS EFR-ID
000540         ALTERNATE RECORD KEY IS EFR-L-NAME WITH DUPLICATES
000550         FILE STATUS IS FILE-STATUS-2.
000560
000570     SELECT SNAP-FILE ASSIGN TO 'HEADCT.LOG'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FILE-STATUS-3.
000600
000610     SELECT SORT-FILE ASSIGN TO 'SORTWK'.
000620
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660
000670 FD  PARM-FILE RECORDING MODE F.
000680 01  PARM-REC.
000690     05  PRM-PERIOD                      PIC X(06).
000700     05  FILLER                          PIC X(74).
000710
000720 FD  OUTFILE.
000730     COPY EMPREC.
000740
000750 FD  SNAP-FILE RECORDING MODE F.
000760     COPY HCSREC.
000770
000780 SD  SORT-FILE.
000790 01  SORT-REC.
000800     05  SRT-DEPT                        PIC X(10).
000810     05  SRT-PAY-RATE                    PIC 9(05)V99.
000820
000830
000840 WORKING-STORAGE SECTION.
000850 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
000860 77  FILE-STATUS-2                        PIC X(02) VALUE SPACES.
000870 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
000880
000890 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
000900     88  END-OF-FILE                              VALUE 'Y'.
000910
000920 77  WS-SORT-EOF-SW                       PIC X(01) VALUE 'N'.
000930     88  SORT-END-OF-FILE                         VALUE 'Y'.
000940
000950 77  WS-FIRST-DEPT-SW                     PIC X(01) VALUE 'Y'.
000960     88  FIRST-DEPARTMENT                         VALUE 'Y'.
000970
000980 77  WS-PREV-DEPT                         PIC X(10) VALUE SPACES.
000990
001000 77  WS-DEPT-COUNT                        PIC 9(06) COMP VALUE 0.
001010 77  WS-DEPT-PAY                          PIC 9(09)V99 VALUE 0.
001020 77  WS-GRAND-COUNT                       PIC 9(06) COMP VALUE 0.
001030 77  WS-GRAND-PAY                         PIC 9(09)V99 VALUE 0.
001040 77  WS-DEPTS-WRITTEN                     PIC 9(06) COMP VALUE 0.
001050 77  WS-READ-COUNT                        PIC 9(06) COMP VALUE 0.
001060
001070 01  WS-RUN-DATE                          PIC X(08) VALUE SPACES.
001080 01  WS-RUN-TIME                          PIC X(08) VALUE SPACES.
001090
001100 01  WS-PERIOD.
001110     05  WS-PERIOD-YYYY                   PIC 9(04).
001120     05  WS-PERIOD-MM                     PIC 9(02).
001130 01  WS-PERIOD-X REDEFINES WS-PERIOD      PIC X(06).
001140
001150
001160 PROCEDURE DIVISION.
001170*-----------------------------------------------------------------
001180* 0000-MAINLINE - SORT THE ACTIVE EMPLOYEES INTO DEPARTMENT ORDER
001190* AND WRITE THE SNAPSHOT SET OUT OF THE SORT.
001200*-----------------------------------------------------------------
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230     SORT SORT-FILE
001240         ON ASCENDING KEY SRT-DEPT
001250         INPUT PROCEDURE IS 2000-SELECT-INPUT THRU 2000-EXIT
001260         OUTPUT PROCEDURE IS 3000-WRITE-SNAPSHOT THRU 3000-EXIT.
001270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001280     GOBACK.
001290
001300*-----------------------------------------------------------------
001310* 1000-INITIALIZE - SETTLE THE PERIOD AND STAMP THE SNAPSHOT WITH
001320* THE MOMENT THE MASTER IS READ.
001330*-----------------------------------------------------------------
001340 1000-INITIALIZE.
001350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001360     ACCEPT WS-RUN-TIME FROM TIME
001370
001380     OPEN INPUT PARM-FILE
001390     IF FILE-STATUS-1 = '35'
001400         MOVE SPACES TO PARM-REC
001410     ELSE
001420         IF FILE-STATUS-1 NOT = '00'
001430             DISPLAY 'EMPHCS - UNABLE TO OPEN HEADCT.PRM - '
001440                     'STATUS ' FILE-STATUS-1
001450             MOVE 16 TO RETURN-CODE
001460             STOP RUN
001470         END-IF
001480         READ PARM-FILE
001490             AT END
001500                 MOVE SPACES TO PARM-REC
001510         END-READ
001520         CLOSE PARM-FILE
001530     END-IF
001540
001550     IF PRM-PERIOD = SPACES
001560         MOVE WS-RUN-DATE (1:6) TO WS-PERIOD-X
001570     ELSE
001580         MOVE PRM-PERIOD TO WS-PERIOD-X
001590     END-IF
001600     IF WS-PERIOD-X IS NOT NUMERIC
001610        OR WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
001620         DISPLAY 'EMPHCS - BAD SNAPSHOT PERIOD: ' PRM-PERIOD
001630         MOVE 16 TO RETURN-CODE
001640         STOP RUN
001650     END-IF
001660
001670     OPEN INPUT OUTFILE
001680     IF FILE-STATUS-2 NOT = '00'
001690         DISPLAY 'EMPHCS - UNABLE TO OPEN RPT.DOC - STATUS '
001700                 FILE-STATUS-2
001710         MOVE 16 TO RETURN-CODE
001720         STOP RUN
001730     END-IF
001740
001750     OPEN EXTEND SNAP-FILE
001760     IF FILE-STATUS-3 = '35'
001770         OPEN OUTPUT SNAP-FILE
001780         CLOSE SNAP-FILE
001790         OPEN EXTEND SNAP-FILE
001800     END-IF
001810     IF FILE-STATUS-3 NOT = '00'
001820         DISPLAY 'EMPHCS - UNABLE TO OPEN HEADCT.LOG - STATUS '
001830                 FILE-STATUS-3
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF
001870
001880     DISPLAY 'EMPHCS - SNAPSHOT FOR PERIOD: ' WS-PERIOD-X.
001890 1000-EXIT.
001900     EXIT.
001910
001920*-----------------------------------------------------------------
001930* 2000-SELECT-INPUT - RELEASE ONE SORT RECORD PER ACTIVE EMPLOYEE.
001940*-----------------------------------------------------------------
001950 2000-SELECT-INPUT.
001960     PERFORM 2100-READ-NEXT THRU 2100-EXIT
001970     PERFORM 2200-RELEASE-ACTIVE THRU 2200-EXIT
001980         UNTIL END-OF-FILE.
001990 2000-EXIT.
002000     EXIT.
002010
002020 2100-READ-NEXT.
002030     READ OUTFILE NEXT RECORD
002040         AT END
002050             MOVE 'Y' TO WS-EOF-SW
002060     END-READ.
002070 2100-EXIT.
002080     EXIT.
002090
002100 2200-RELEASE-ACTIVE.
002110     ADD 1 TO WS-READ-COUNT
002120     IF NOT EFR-TERMINATED
002130         MOVE EFR-DEPT      TO SRT-DEPT
002140         MOVE EFR-PAY-RATE  TO SRT-PAY-RATE
002150         RELEASE SORT-REC
002160     END-IF
002170     PERFORM 2100-READ-NEXT THRU 2100-EXIT.
002180 2200-EXIT.
002190     EXIT.
002200
002210*-----------------------------------------------------------------
002220* 3000-WRITE-SNAPSHOT - CONTROL BREAK ON DEPARTMENT: ONE 'D'
002230* RECORD PER DEPARTMENT, THEN THE COMPANY 'T' RECORD, WHICH IS
002240* WRITTEN EVEN WHEN NOBODY IS ACTIVE SO THE PERIOD IS ON FILE.
002250*-----------------------------------------------------------------
002260 3000-WRITE-SNAPSHOT.
002270     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT
002280     PERFORM 3200-PROCESS-SORTED THRU 3200-EXIT
002290         UNTIL SORT-END-OF-FILE
002300     IF NOT FIRST-DEPARTMENT
002310         PERFORM 3500-WRITE-DEPT THRU 3500-EXIT
002320     END-IF
002330     PERFORM 3600-WRITE-COMPANY THRU 3600-EXIT.
002340 3000-EXIT.
002350     EXIT.
002360
002370 3100-RETURN-NEXT.
002380     RETURN SORT-FILE
002390         AT END
002400             MOVE 'Y' TO WS-SORT-EOF-SW
002410     END-RETURN.
002420 3100-EXIT.
002430     EXIT.
002440
002450 3200-PROCESS-SORTED.
002460     IF FIRST-DEPARTMENT
002470         MOVE 'N' TO WS-FIRST-DEPT-SW
002480         MOVE SRT-DEPT TO WS-PREV-DEPT
002490     ELSE
002500         IF SRT-DEPT NOT = WS-PREV-DEPT
002510             PERFORM 3500-WRITE-DEPT THRU 3500-EXIT
002520             MOVE SRT-DEPT TO WS-PREV-DEPT
002530         END-IF
002540     END-IF
002550     ADD 1            TO WS-DEPT-COUNT
002560     ADD SRT-PAY-RATE TO WS-DEPT-PAY
002570     ADD 1            TO WS-GRAND-COUNT
002580     ADD SRT-PAY-RATE TO WS-GRAND-PAY
002590     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
002600 3200-EXIT.
002610     EXIT.
002620
002630 3500-WRITE-DEPT.
002640     PERFORM 3700-SET-STAMP THRU 3700-EXIT
002650     MOVE 'D'           TO HCS-REC-TYPE
002660     MOVE WS-PREV-DEPT  TO HCS-DEPT
002670     MOVE WS-DEPT-COUNT TO HCS-HEADCOUNT
002680     MOVE WS-DEPT-PAY   TO HCS-PAY-TOTAL
002690     WRITE HEADCOUNT-SNAP-REC
002700     ADD 1 TO WS-DEPTS-WRITTEN
002710     MOVE ZERO TO WS-DEPT-COUNT
002720     MOVE ZERO TO WS-DEPT-PAY.
002730 3500-EXIT.
002740     EXIT.
002750
002760 3600-WRITE-COMPANY.
002770     PERFORM 3700-SET-STAMP THRU 3700-EXIT
002780     MOVE 'T'            TO HCS-REC-TYPE
002790     MOVE SPACES         TO HCS-DEPT
002800     MOVE WS-GRAND-COUNT TO HCS-HEADCOUNT
002810     MOVE WS-GRAND-PAY   TO HCS-PAY-TOTAL
002820     WRITE HEADCOUNT-SNAP-REC.
002830 3600-EXIT.
002840     EXIT.
002850
002860 3700-SET-STAMP.
002870     MOVE SPACES      TO HEADCOUNT-SNAP-REC
002880     MOVE WS-PERIOD-X TO HCS-PERIOD
002890     MOVE WS-RUN-DATE TO HCS-SNAP-DATE
002900     MOVE WS-RUN-TIME TO HCS-SNAP-TIME.
002910 3700-EXIT.
002920     EXIT.
002930
002940*-----------------------------------------------------------------
002950* 9000-TERMINATE
002960*-----------------------------------------------------------------
002970 9000-TERMINATE.
002980     DISPLAY 'EMPHCS - EMPLOYEES READ:     ' WS-READ-COUNT
002990     DISPLAY 'EMPHCS - ACTIVE HEADCOUNT:   ' WS-GRAND-COUNT
003000     DISPLAY 'EMPHCS - DEPARTMENTS:        ' WS-DEPTS-WRITTEN
003010     CLOSE OUTFILE
003020     CLOSE SNAP-FILE.
003030 9000-EXIT.
003040     EXIT.
