000170* IMAGE IS EMPTY; ON A DELETE THE AFTER IMAGE IS EMPTY. UNLIKE
000180* AUDIT.LOG, THE JOURNAL IS NEVER CYCLED BY THE RUN DECK - IT IS
000190* THE PERMANENT HISTORY BEHIND THE EMP-SCR HISTORY INQUIRY AND
000191* THE HSTRPT AUDITOR REPORT.
000192* DEDUCTION MAINTENANCE (ACTIONS DEDADD, DEDCHG, DEDDEL) IS
000193* JOURNALED HERE TOO, UNDER THE EMPLOYEE'S ID: FOR THOSE ACTIONS
000194* THE BEFORE AND AFTER IMAGES CARRY THE DEDREC FIELDS INSTEAD,
000195* READ THROUGH THE HST-B-DED-IMAGE AND HST-A-DED-IMAGE VIEWS.
000196* ANY READER OF THE JOURNAL MUST TEST HST-ACTION BEFORE IT
000197* TRUSTS THE EMPREC VIEW OF THE IMAGES.
000198* THE PAY GRADE BEFORE AND AFTER (HST-B-GRADE, HST-A-GRADE)
000199* FOLLOWS THE IMAGES AT THE END OF THE RECORD; RECORDS JOURNALED
000200* BEFORE THE GRADE FIELD EXISTED CARRY SPACES THERE, AND DEDUCTION
000201* ACTIONS ALWAYS DO.
000202* AN EMPPUR PURGE IS JOURNALED LIKE A DELETE (ACTION PURGE, EMPTY
000203* AFTER IMAGE), SO EVERY RECORD THAT LEAVES THE MASTER IS HERE AND
000204* EMPRCV CAN ROLL A RELOADED MASTER FORWARD FROM THE JOURNAL
000205* ALONE. EMPCHG BUILDS THE OUTBOUND CHANGE FEED FROM THE JOURNAL
000206* AND LEAVES OUT EVERY ENTRY WHOSE HST-OPERATOR IS HRFEED (THE
000207* INBOUND CORPORATE FEED), SO THAT OPERATOR ID IS EMPTRN'S ALONE.
000208* THE REPORTS-TO MANAGER BEFORE AND AFTER (HST-B-MGR-ID,
000209* HST-A-MGR-ID) FOLLOWS THE GRADE IN THE SAME WAY, AND IS SPACES
000210* ON RECORDS JOURNALED BEFORE THE MANAGER FIELD EXISTED.
000211* AN EMPTY IMAGE (THE BEFORE IMAGE OF AN ADD, THE AFTER IMAGE OF
000212* A DELETE OR PURGE) IS SPACES WITH A ZERO PAY RATE, SO IT NEVER
000213* COMPARES EQUAL TO SPACES AS A WHOLE. TEST THE LAST NAME, WHICH
000214* IS NEVER BLANK ON A REAL EMPLOYEE IMAGE, TO TELL AN EMPTY ONE.
000215*****************************************************************
000220 01  HIST-REC.
000230     05  HST-DATE                        PIC X(08).
000240     05  FILLER                          PIC X(02).
000380         10  HST-B-PAY-RATE              PIC 9(05)V99.
000390         10  HST-B-STATUS                PIC X(01).
000400         10  HST-B-TERM-DATE             PIC X(08).
000401     05  HST-B-DED-IMAGE REDEFINES HST-BEFORE-IMAGE.
000402         10  HST-B-DED-CODE              PIC X(06).
000403         10  HST-B-DED-TYPE              PIC X(01).
000404         10  HST-B-DED-AMOUNT            PIC 9(05)V99.
000405         10  HST-B-DED-PERCENT           PIC 9(03)V99.
000406         10  HST-B-DED-START             PIC X(08).
000407         10  HST-B-DED-STOP              PIC X(08).
000408         10  FILLER                      PIC X(29).
000410     05  FILLER                          PIC X(02).
000420     05  HST-AFTER-IMAGE.
000430         10  HST-A-F-NAME                PIC X(15).
000470         10  HST-A-PAY-RATE              PIC 9(05)V99.
000480         10  HST-A-STATUS                PIC X(01).
000490         10  HST-A-TERM-DATE             PIC X(08).
000491     05  HST-A-DED-IMAGE REDEFINES HST-AFTER-IMAGE.
000492         10  HST-A-DED-CODE              PIC X(06).
000493         10  HST-A-DED-TYPE              PIC X(01).
000494         10  HST-A-DED-AMOUNT            PIC 9(05)V99.
000495         10  HST-A-DED-PERCENT           PIC 9(03)V99.
000496         10  HST-A-DED-START             PIC X(08).
000497         10  HST-A-DED-STOP              PIC X(08).
000498         10  FILLER                      PIC X(29).
000500     05  FILLER                          PIC X(02).
000501     05  HST-B-GRADE                     PIC X(04).
000502     05  FILLER                          PIC X(02).
000503     05  HST-A-GRADE                     PIC X(04).
000504     05  FILLER                          PIC X(02).
000505     05  HST-B-MGR-ID                    PIC X(05).
000506     05  FILLER                          PIC X(02).
000507     05  HST-A-MGR-ID                    PIC X(05).
