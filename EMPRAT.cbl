000370* RUN ENDS WITH RETURN CODE 4. TERMINATED EMPLOYEES ARE LEFT
000380* ALONE. APPLIED CHANGES ARE LOGGED TO AUDIT.LOG UNDER THE
000390* BATCH OPERATOR ID RATECHG.
000391* A NEW RATE OUTSIDE THE MINIMUM AND MAXIMUM OF THE EMPLOYEE'S PAY
000392* GRADE (GRADE.DOC, GRDREC.CPY) IS TREATED THE SAME WAY: FLAGGED
000393* RANGE ON THE REPORT, COUNTED ON ITS OWN TOTALS LINE, NEVER
000394* APPLIED, AND RETURN CODE 4. AN EMPLOYEE WITH NO GRADE, OR ONE
000395* WHOSE GRADE IS NOT ON FILE, IS PRICED WITHOUT THE RANGE CHECK.
000400*****************************************************************
000410*-----------------------------------------------------------------
000420* MODIFICATION HISTORY
000448*                SWALLOW THE FIRST RULE RECORD UNNOTICED.
000452* 09/03/2026 JW  EVERY APPLIED RATE CHANGE NOW ALSO WRITES A
000454*                CHANGE-HISTORY JOURNAL RECORD (HIST.LOG,
000455*                HSTREC.CPY) WITH THE FULL BEFORE AND AFTER
000456*                IMAGE, ALONGSIDE THE AUDIT RECORD.
000457* 10/15/2026 JW  PAY GRADES: A NEW RATE OUTSIDE THE EMPLOYEE'S
000458*                GRADE RANGE IS FLAGGED RANGE AND SKIPPED LIKE AN
000459*                OVERFLOW, WITH ITS OWN COUNT ON THE TOTALS.
000460* 10/15/2026 JW  COUNT THE AUDIT RECORDS WRITTEN AND POST THEM TO
000461*                THE RUN-CONTROL LEDGER FOR THE NIGHTLY BALANCING.
000462*-----------------------------------------------------------------
000463
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000682
000684     SELECT HIST-FILE ASSIGN TO 'HIST.LOG'
000686         ORGANIZATION IS LINE SEQUENTIAL
000687         FILE STATUS IS FILE-STATUS-5.
000688
000689     SELECT GRADE-FILE ASSIGN TO 'GRADE.DOC'
000690         ORGANIZATION IS INDEXED
000691         ACCESS MODE IS DYNAMIC
000692         RECORD KEY IS GRD-CODE
000693         FILE STATUS IS FILE-STATUS-6.
000694
000695     SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.LOG'
000696         ORGANIZATION IS LINE SEQUENTIAL
000697         FILE STATUS IS RCT-FILE-STATUS.
000698
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000920     COPY EMPAUD.
000922
000924 FD  HIST-FILE RECORDING MODE F.
000925     COPY HSTREC.
000926
000927 FD  GRADE-FILE.
000928     COPY GRDREC.
000929
000930 FD  RUNCTL-FILE RECORDING MODE F.
000931     COPY CTLREC.
000932
000940
000950 WORKING-STORAGE SECTION.
000960 77  FILE-STATUS-1                        PIC X(02) VALUE SPACES.
000980 77  FILE-STATUS-3                        PIC X(02) VALUE SPACES.
000990 77  FILE-STATUS-4                        PIC X(02) VALUE SPACES.
000995 77  FILE-STATUS-5                        PIC X(02) VALUE SPACES.
000996 77  FILE-STATUS-6                        PIC X(02) VALUE SPACES.
000997
000998     COPY RUNCTW.
001000
001010 77  WS-PARM-EOF-SW                       PIC X(01) VALUE 'N'.
001020     88  PARM-END-OF-FILE                         VALUE 'Y'.
001100
001110 77  WS-OVERFLOW-SW                       PIC X(01) VALUE 'N'.
001120     88  RATE-OVERFLOW                            VALUE 'Y'.
001121
001122 77  WS-RANGE-SW                          PIC X(01) VALUE 'N'.
001123     88  RATE-OUT-OF-RANGE                        VALUE 'Y'.
001124
001125 77  WS-GRADE-FILE-SW                     PIC X(01) VALUE 'Y'.
001126     88  GRADE-FILE-PRESENT                       VALUE 'Y'.
001130
001140 77  WS-LINES-PER-PAGE                    PIC 9(02) VALUE 20.
001150 77  WS-LINE-COUNT                        PIC 9(02) COMP VALUE 0.
001170
001180 77  WS-CHANGE-COUNT                      PIC 9(06) COMP VALUE 0.
001190 77  WS-OVERFLOW-COUNT                    PIC 9(06) COMP VALUE 0.
001191 77  WS-RANGE-COUNT                       PIC 9(06) COMP VALUE 0.
001200
001210 77  WS-RULE-COUNT                        PIC 9(03) COMP VALUE 0.
001220 77  WS-RX                                PIC 9(03) COMP VALUE 0.
002050             VALUE 'RATE OVERFLOWS (SKIPPED): '.
002060     05  TOT-OVERFLOW                     PIC ZZZ,ZZ9.
002070     05  FILLER                           PIC X(94) VALUE SPACES.
002071
002072 01  TOTAL-REC-4.
002073     05  FILLER                           PIC X(05) VALUE SPACES.
002074     05  FILLER                           PIC X(26)
002075             VALUE 'OUTSIDE GRADE RANGE:      '.
002076     05  TOT-RANGE                        PIC ZZZ,ZZ9.
002077     05  FILLER                           PIC X(94) VALUE SPACES.
002080
002090 01  TOTAL-REC-3.
002100     05  FILLER                           PIC X(05) VALUE SPACES.
002240         UNTIL END-OF-FILE.
002250     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002270     IF WS-OVERFLOW-COUNT > 0 OR WS-RANGE-COUNT > 0
002280         MOVE 4 TO RETURN-CODE
002290     END-IF.
002300     GOBACK.
002360* THE OPERATOR FINDS OUT.
002370*-----------------------------------------------------------------
002380 1000-INITIALIZE.
002381     MOVE 'EMPRAT' TO RCT-PROGRAM
002390     OPEN INPUT PARM-FILE
002400     IF FILE-STATUS-1 NOT = '00'
002410         DISPLAY 'EMPRAT - UNABLE TO OPEN RATECHG.PRM - STATUS '
002896         CLOSE HIST-FILE
002897         OPEN EXTEND HIST-FILE
002898     END-IF
002899
002900     OPEN INPUT GRADE-FILE
002901     IF FILE-STATUS-6 = '35'
002902         MOVE 'N' TO WS-GRADE-FILE-SW
002903     ELSE
002904         IF FILE-STATUS-6 NOT = '00'
002905             DISPLAY 'EMPRAT - UNABLE TO OPEN GRADE.DOC - STATUS '
002906                     FILE-STATUS-6
002907             MOVE 16 TO RETURN-CODE
002908             STOP RUN
002909         END-IF
002910     END-IF
002911
002912     PERFORM 1300-READ-NEXT THRU 1300-EXIT.
002920 1000-EXIT.
002930     EXIT.
002940
003790*-----------------------------------------------------------------
003800* 2200-PRICE-CHANGE - WORK OUT THE NEW RATE UNDER RULE WS-RX.
003810* A NEW RATE THAT WILL NOT FIT 9(05)V99 IS REPORTED AS OVERFLOW
003820* AND NEVER APPLIED; SO IS ONE OUTSIDE THE PAY GRADE RANGE (2250).
003821* IN APPLY MODE THE GOOD RATES ARE REWRITTEN
003830* AND LOGGED; IN PROPOSE MODE NOTHING IS TOUCHED.
003840*-----------------------------------------------------------------
003850 2200-PRICE-CHANGE.
003860     MOVE 'N' TO WS-OVERFLOW-SW
003861     MOVE 'N' TO WS-RANGE-SW
003870     IF RT-CHG-TYPE (WS-RX) = 'P'
003880         COMPUTE WS-NEW-RATE ROUNDED =
003890                 EFR-PAY-RATE
004060         PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT
004070         GO TO 2200-EXIT
004080     END-IF
004081
004082     PERFORM 2250-CHECK-RANGE THRU 2250-EXIT
004083     IF RATE-OUT-OF-RANGE
004084         ADD 1 TO WS-RANGE-COUNT
004085         MOVE ZERO TO WS-IMPACT
004086         PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT
004087         GO TO 2200-EXIT
004088     END-IF
004090
004100     COMPUTE WS-IMPACT =
004110             (WS-NEW-RATE - EFR-PAY-RATE) * WS-ANNUAL-HOURS
004260         END-IF
004270     END-IF.
004280 2200-EXIT.
004281     EXIT.
004282
004283*-----------------------------------------------------------------
004284* 2250-CHECK-RANGE - THE NEW RATE MUST FALL BETWEEN THE MINIMUM
004285* AND MAXIMUM OF THE EMPLOYEE PAY GRADE. THE NEW RATE STAYS ON THE
004286* REPORT LINE SO HR CAN SEE HOW FAR OUTSIDE IT WOULD HAVE LANDED.
004287*-----------------------------------------------------------------
004288 2250-CHECK-RANGE.
004289     MOVE 'N' TO WS-RANGE-SW
004290     IF EFR-GRADE = SPACES OR NOT GRADE-FILE-PRESENT
004291         GO TO 2250-EXIT
004292     END-IF
004293     MOVE EFR-GRADE TO GRD-CODE
004294     READ GRADE-FILE KEY IS GRD-CODE
004295         INVALID KEY
004296             GO TO 2250-EXIT
004297     END-READ
004298     IF WS-NEW-RATE < GRD-MIN-RATE OR WS-NEW-RATE > GRD-MAX-RATE
004299         MOVE 'Y' TO WS-RANGE-SW
004300     END-IF.
004301 2250-EXIT.
004302     EXIT.
004303
004310*-----------------------------------------------------------------
004320* 2800-WRITE-AUDIT - LOG ONE APPLIED RATE CHANGE.
004330*-----------------------------------------------------------------
004430     IF FILE-STATUS-4 IS NOT EQUAL TO '00'
004440         DISPLAY 'EMPRAT - ERROR WRITING AUDIT RECORD - STATUS '
004450                 FILE-STATUS-4
004460     ELSE
004461         MOVE 'W'        TO RCT-TYPE
004462         MOVE AUD-ACTION TO RCT-ITEM
004463         MOVE 1          TO RCT-AMOUNT
004464         PERFORM 8700-ADD-CONTROL THRU 8700-EXIT
004465     END-IF.
004470 2800-EXIT.
004480     EXIT.
004481
004512     MOVE EFR-HIRE-DATE TO HST-B-HIRE-DATE
004513     MOVE EFR-PAY-RATE  TO HST-B-PAY-RATE
004514     MOVE EFR-STATUS    TO HST-B-STATUS
004515     MOVE EFR-TERM-DATE TO HST-B-TERM-DATE
004516     MOVE EFR-GRADE     TO HST-B-GRADE
004517     MOVE EFR-MGR-ID    TO HST-B-MGR-ID.
004518 2910-EXIT.
004519     EXIT.
004520
004521*-----------------------------------------------------------------
004522* 2920-SET-AFTER - CAPTURE THE MASTER RECORD AS JUST REWRITTEN.
004523*-----------------------------------------------------------------
004524 2920-SET-AFTER.
004525     MOVE EFR-F-NAME    TO HST-A-F-NAME
004526     MOVE EFR-L-NAME    TO HST-A-L-NAME
004527     MOVE EFR-DEPT      TO HST-A-DEPT
004528     MOVE EFR-HIRE-DATE TO HST-A-HIRE-DATE
004529     MOVE EFR-PAY-RATE  TO HST-A-PAY-RATE
004530     MOVE EFR-STATUS    TO HST-A-STATUS
004531     MOVE EFR-TERM-DATE TO HST-A-TERM-DATE
004532     MOVE EFR-GRADE     TO HST-A-GRADE
004533     MOVE EFR-MGR-ID    TO HST-A-MGR-ID.
004534 2920-EXIT.
004535     EXIT.
004536
004537*-----------------------------------------------------------------
004538* 3000-WRITE-DETAIL - ONE REPORT LINE PER PRICED EMPLOYEE,
004539* PAGINATED THE SAME WAY EMPRPT PAGINATES.
004540*-----------------------------------------------------------------
004541 3000-WRITE-DETAIL.
004550     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004560         PERFORM 3100-WRITE-HEADINGS THRU 3100-EXIT
004570     END-IF
004650     EVALUATE TRUE
004660         WHEN RATE-OVERFLOW
004670             MOVE 'OVERFLOW' TO DTL-STATUS
004671         WHEN RATE-OUT-OF-RANGE
004672             MOVE 'RANGE   ' TO DTL-STATUS
004680         WHEN APPLY-MODE
004690             MOVE 'APPLIED ' TO DTL-STATUS
004700         WHEN OTHER
004950     END-IF
004960     MOVE WS-CHANGE-COUNT   TO TOT-CHANGED
004970     MOVE WS-OVERFLOW-COUNT TO TOT-OVERFLOW
004971     MOVE WS-RANGE-COUNT    TO TOT-RANGE
004980     MOVE WS-TOT-IMPACT     TO TOT-IMPACT
004990     MOVE SPACES TO PRINT-LINE
005000     WRITE PRINT-LINE
005010     WRITE PRINT-LINE FROM TOTAL-REC-1
005020     WRITE PRINT-LINE FROM TOTAL-REC-2
005030     WRITE PRINT-LINE FROM TOTAL-REC-4
005031     WRITE PRINT-LINE FROM TOTAL-REC-3.
005040 8000-EXIT.
005050     EXIT.
005060
005110     DISPLAY 'EMPRAT - MODE:              ' HL1-MODE
005120     DISPLAY 'EMPRAT - EMPLOYEES CHANGED: ' WS-CHANGE-COUNT
005130     DISPLAY 'EMPRAT - RATE OVERFLOWS:    ' WS-OVERFLOW-COUNT
005131     DISPLAY 'EMPRAT - OUTSIDE GRADE RANGE: ' WS-RANGE-COUNT
005132     PERFORM 8750-POST-CONTROL THRU 8750-EXIT
005140     CLOSE OUTFILE
005150     CLOSE REPORT-FILE
005160     CLOSE AUDIT-FILE
005165     CLOSE HIST-FILE
005166     IF GRADE-FILE-PRESENT
005167         CLOSE GRADE-FILE
005168     END-IF.
005170 9000-EXIT.
005180     EXIT.
005181
005182     COPY RUNCTP.
