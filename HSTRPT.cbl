000200* JOURNAL RECORD FOR THAT ID IN THE ORDER IT WAS WRITTEN, EACH
000210* AS A WHO-WHEN-WHAT LINE FOLLOWED BY THE FULL BEFORE AND AFTER
000220* IMAGE OF THE EMPREC FIELDS, WITH A CONTROL TOTAL AT THE END.
000221* DEDUCTION MAINTENANCE ENTRIES PRINT THE DEDUCTION FIELDS
000222* (CODE, TYPE, AMOUNT, PERCENT, START AND STOP) INSTEAD.
000230*
000240* THE EMPLOYEE ID COMES FROM COLUMNS 1-5 OF THE FIRST RECORD OF
000250* HISTRPT.PRM. RETURN CODE 16 MEANS THE PARAMETER FILE WAS
000310* MODIFICATION HISTORY
000320*-----------------------------------------------------------------
000330* 09/03/2026 JW  ORIGINAL PROGRAM.
000331* 10/15/2026 JW  DEDUCTION MAINTENANCE ENTRIES (DEDADD, DEDCHG,
000332*                DEDDEL) NOW PRINT THEIR BEFORE AND AFTER
000333*                IMAGES THROUGH THE DEDUCTION VIEW OF THE
000334*                JOURNAL RECORD INSTEAD OF THE EMPREC VIEW.
000335* 10/15/2026 JW  THE PAY GRADE BEFORE AND AFTER IS PRINTED ON THE
000336*                EMPLOYEE IMAGE LINES.
000337* 10/15/2026 JW  THE REPORTS-TO MANAGER BEFORE AND AFTER IS
000338*                PRINTED ON THE EMPLOYEE IMAGE LINES.
000340*-----------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
001320     05  FILLER                           PIC X(01) VALUE SPACES.
001330     05  IMG-STATUS                       PIC X(01).
001340     05  FILLER                           PIC X(01) VALUE SPACES.
001341     05  IMG-TERM-DATE                    PIC X(08).
001342     05  FILLER                           PIC X(01) VALUE SPACES.
001343     05  IMG-GRADE                        PIC X(04).
001344     05  FILLER                           PIC X(01) VALUE SPACES.
001345     05  IMG-MGR-ID                       PIC X(05).
001346     05  FILLER                           PIC X(34) VALUE SPACES.
001347
001348 01  DED-IMAGE-REC.
001349     05  FILLER                           PIC X(07) VALUE SPACES.
001350     05  DIM-LABEL                        PIC X(08).
001351     05  FILLER                           PIC X(05) VALUE 'CODE '.
001352     05  DIM-CODE                         PIC X(06).
001353     05  FILLER                           PIC X(02) VALUE SPACES.
001354     05  FILLER                           PIC X(05) VALUE 'TYPE '.
001355     05  DIM-TYPE                         PIC X(01).
001356     05  FILLER                           PIC X(02) VALUE SPACES.
001357     05  FILLER                           PIC X(07)
001358             VALUE 'AMOUNT '.
001359     05  DIM-AMOUNT                       PIC ZZ,ZZ9.99.
001360     05  FILLER                           PIC X(02) VALUE SPACES.
001361     05  FILLER                           PIC X(04) VALUE 'PCT '.
001362     05  DIM-PERCENT                      PIC ZZ9.99.
001363     05  FILLER                           PIC X(02) VALUE SPACES.
001364     05  FILLER                           PIC X(06)
001365             VALUE 'START '.
001366     05  DIM-START                        PIC X(08).
001367     05  FILLER                           PIC X(02) VALUE SPACES.
001368     05  FILLER                           PIC X(05) VALUE 'STOP '.
001369     05  DIM-STOP                         PIC X(08).
001370     05  FILLER                           PIC X(37) VALUE SPACES.
001371
001380 01  TOTAL-REC.
001390     05  FILLER                           PIC X(05) VALUE SPACES.
001400     05  FILLER                           PIC X(24)
002520     MOVE HST-OPERATOR TO EHD-OPERATOR
002530     MOVE HST-ACTION   TO EHD-ACTION
002540     WRITE PRINT-LINE FROM ENTRY-HEAD-REC
002541
002542     IF HST-ACTION (1:3) = 'DED'
002543         PERFORM 2220-WRITE-DED-IMAGES THRU 2220-EXIT
002544     ELSE
002545         PERFORM 2210-WRITE-EMP-IMAGES THRU 2210-EXIT
002546     END-IF
002547
002548     MOVE SPACES TO PRINT-LINE
002549     WRITE PRINT-LINE
002550     ADD 4 TO WS-LINE-COUNT.
002551 2200-EXIT.
002552     EXIT.
002553
002554*-----------------------------------------------------------------
002555* 2210-WRITE-EMP-IMAGES - THE BEFORE AND AFTER IMAGE LINES OF AN
002556* EMPLOYEE MASTER ENTRY.
002557*-----------------------------------------------------------------
002558 2210-WRITE-EMP-IMAGES.
002560     MOVE 'BEFORE: '        TO IMG-LABEL
002570     MOVE HST-B-F-NAME      TO IMG-F-NAME
002580     MOVE HST-B-L-NAME      TO IMG-L-NAME
002610     MOVE HST-B-PAY-RATE    TO IMG-PAY-RATE
002620     MOVE HST-B-STATUS      TO IMG-STATUS
002630     MOVE HST-B-TERM-DATE   TO IMG-TERM-DATE
002631     MOVE HST-B-GRADE       TO IMG-GRADE
002632     MOVE HST-B-MGR-ID      TO IMG-MGR-ID
002640     WRITE PRINT-LINE FROM IMAGE-REC
002650
002660     MOVE 'AFTER : '        TO IMG-LABEL
002710     MOVE HST-A-PAY-RATE    TO IMG-PAY-RATE
002720     MOVE HST-A-STATUS      TO IMG-STATUS
002730     MOVE HST-A-TERM-DATE   TO IMG-TERM-DATE
002732     MOVE HST-A-GRADE       TO IMG-GRADE
002734     MOVE HST-A-MGR-ID      TO IMG-MGR-ID
002736     WRITE PRINT-LINE FROM IMAGE-REC.
002738 2210-EXIT.
002740     EXIT.
002742
002744*-----------------------------------------------------------------
002746* 2220-WRITE-DED-IMAGES - THE BEFORE AND AFTER IMAGE LINES OF A
002748* DEDUCTION MAINTENANCE ENTRY, READ THROUGH THE DEDUCTION VIEW OF
002750* THE JOURNAL IMAGES (THE MISSING SIDE OF AN ADD OR DELETE PRINTS
002752* BLANK WITH ZERO AMOUNTS).
002754*-----------------------------------------------------------------
002756 2220-WRITE-DED-IMAGES.
002758     MOVE 'BEFORE: '        TO DIM-LABEL
002760     MOVE HST-B-DED-CODE    TO DIM-CODE
002762     MOVE HST-B-DED-TYPE    TO DIM-TYPE
002764     MOVE HST-B-DED-AMOUNT  TO DIM-AMOUNT
002766     MOVE HST-B-DED-PERCENT TO DIM-PERCENT
002768     MOVE HST-B-DED-START   TO DIM-START
002770     MOVE HST-B-DED-STOP    TO DIM-STOP
002772     WRITE PRINT-LINE FROM DED-IMAGE-REC
002774
002776     MOVE 'AFTER : '        TO DIM-LABEL
002778     MOVE HST-A-DED-CODE    TO DIM-CODE
002780     MOVE HST-A-DED-TYPE    TO DIM-TYPE
002782     MOVE HST-A-DED-AMOUNT  TO DIM-AMOUNT
002784     MOVE HST-A-DED-PERCENT TO DIM-PERCENT
002786     MOVE HST-A-DED-START   TO DIM-START
002788     MOVE HST-A-DED-STOP    TO DIM-STOP
002790     WRITE PRINT-LINE FROM DED-IMAGE-REC.
002792 2220-EXIT.
002794     EXIT.
002810
002820*-----------------------------------------------------------------
002830* 8000-WRITE-TOTAL - FINAL CONTROL TOTAL LINE.
