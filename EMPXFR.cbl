000430* MODIFICATION HISTORY
000440*-----------------------------------------------------------------
000450* 09/03/2026 JW  ORIGINAL PROGRAM.
000451* 10/15/2026 JW  COUNT THE AUDIT RECORDS WRITTEN AND POST THEM TO
000452*                THE RUN-CONTROL LEDGER FOR THE NIGHTLY BALANCING.
000460*-----------------------------------------------------------------
000470
000480 ENVIRONMENT DIVISION.
000770     SELECT HIST-FILE ASSIGN TO 'HIST.LOG'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FILE-STATUS-6.
000791
000792     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
000793         ORGANIZATION IS LINE SEQUENTIAL
000794         FILE STATUS IS RCT-FILE-STATUS.
000800
000810
000820 DATA DIVISION.
001030
001040 FD  HIST-FILE RECORDING MODE F.
001050     COPY HSTREC.
001051
001052 FD  RUNCTL-FILE RECORDING MODE F.
001053     COPY CTLREC.
001060
001070
001080 WORKING-STORAGE SECTION.
001120 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
001130 77  FILE-STATUS-5                        PIC X(02) VALUE SPACES.
001140 77  FILE-STATUS-6                        PIC X(02) VALUE SPACES.
001141
001142     COPY RUNCTW.
001150
001160 77  WS-EOF-SW                            PIC X(01) VALUE 'N'.
001170     88  END-OF-FILE                              VALUE 'Y'.
002120* REWRITE EVERY DEPARTMENT CODE ON THE MASTER.
002130*-----------------------------------------------------------------
002140 1000-INITIALIZE.
002141     MOVE 'EMPXFR' TO RCT-PROGRAM
002150     OPEN INPUT PARM-FILE
002160     IF FILE-STATUS-1 NOT = '00'
002170         DISPLAY 'EMPXFR - UNABLE TO OPEN DPTXFR.PRM - STATUS '
003760     IF FILE-STATUS-5 IS NOT EQUAL TO '00'
003770         DISPLAY 'EMPXFR - ERROR WRITING AUDIT RECORD - STATUS '
003780                 FILE-STATUS-5
003790     ELSE
003791         MOVE 'W'        TO RCT-TYPE
003792         MOVE AUD-ACTION TO RCT-ITEM
003793         MOVE 1          TO RCT-AMOUNT
003794         PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
003795     END-IF.
003800 2800-EXIT.
003810     EXIT.
003820
004120     MOVE EFR-HIRE-DATE TO HST-B-HIRE-DATE
004130     MOVE EFR-PAY-RATE  TO HST-B-PAY-RATE
004140     MOVE EFR-STATUS    TO HST-B-STATUS
004150     MOVE EFR-TERM-DATE TO HST-B-TERM-DATE
004151     MOVE EFR-GRADE     TO HST-B-GRADE
004152     MOVE EFR-MGR-ID    TO HST-B-MGR-ID.
004160 2910-EXIT.
004170     EXIT.
004180
004260     MOVE EFR-HIRE-DATE TO HST-A-HIRE-DATE
004270     MOVE EFR-PAY-RATE  TO HST-A-PAY-RATE
004280     MOVE EFR-STATUS    TO HST-A-STATUS
004290     MOVE EFR-TERM-DATE TO HST-A-TERM-DATE
004291     MOVE EFR-GRADE     TO HST-A-GRADE
004292     MOVE EFR-MGR-ID    TO HST-A-MGR-ID.
004300 2920-EXIT.
004310     EXIT.
004320
004860 9000-TERMINATE.
004870     DISPLAY 'EMPXFR - MODE:                  ' HL1-MODE
004880     DISPLAY 'EMPXFR - EMPLOYEES TRANSFERRED: ' WS-XFER-COUNT
004881     PERFORM 8750-POST-CONTROL THRU 8750-EXIT
004890     CLOSE OUTFILE
004900     CLOSE DEPT-FILE
004910     CLOSE REPORT-FILE
004930     CLOSE HIST-FILE.
004940 9000-EXIT.
004950     EXIT.
004951
004952     COPY RUNCTP.
