
       MAIN-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "*************************" LINE 1 COL 15.
           DISPLAY "HUMAN RESOURCE MANAGEMENT SYSTEM"LINE 2 COL 15.
           DISPLAY "*************************" LINE 3 COL 15.
           DISPLAY "OPERATOR :" LINE 4 COL 15.
           DISPLAY WS-SIGNON-OPID LINE 4 COL 26.
           DISPLAY "ROLE :" LINE 4 COL 40.
           DISPLAY WS-SIGNON-ROLE LINE 4 COL 47.
           DISPLAY "01. HRMS WRITE" LINE 5 COL 5.
           DISPLAY "02. HRMS READ" LINE 6 COL 5.
           DISPLAY "03. LIST BRANCH FILE" LINE 7 COL 5.
           DISPLAY "04. GRADE-WIDE SALARY REVISION" LINE 8 COL 5.
           DISPLAY "05. MONTHLY PAY RUN" LINE 9 COL 5.
           DISPLAY "06. BANK SALARY CREDIT EXPORT" LINE 10 COL 5.
           DISPLAY "07. FILE RECONCILIATION REPORT" LINE 11 COL 5.
           DISPLAY "08. STATUTORY REMITTANCE STMTS" LINE 12 COL 5.
           DISPLAY "09. LOAN EMI POSTING" LINE 13 COL 5.
           DISPLAY "10. FINAL SETTLEMENT" LINE 14 COL 5.
           DISPLAY "11. CONFIRMATION DUE REPORT" LINE 15 COL 5.
           DISPLAY "12. BRANCH/DEPARTMENT ROSTERS" LINE 16 COL 5.
           DISPLAY "13. BACKUP AND REBUILD UTILITY" LINE 17 COL 5.
           DISPLAY "14. ANNUAL LEAVE CREDIT" LINE 18 COL 5.
           DISPLAY "15. MONTHLY MUSTER ROLL" LINE 19 COL 5.
           DISPLAY "16. ANNUAL TAX STATEMENTS" LINE 20 COL 5.
           DISPLAY "17. PAY PERIOD CONTROL" LINE 21 COL 5.
           DISPLAY "18. RECRUITMENT" LINE 5 COL 40.
           DISPLAY "19. HR LETTERS" LINE 6 COL 40.
           DISPLAY "20. EMPLOYEE 360 INQUIRY" LINE 7 COL 40.
           DISPLAY "21. GRATUITY ACCRUAL REPORT" LINE 8 COL 40.
           DISPLAY "22. ANNUAL BONUS RUN" LINE 9 COL 40.
           DISPLAY "23. HEADCOUNT MOVEMENT REPORT" LINE 10 COL 40.
           DISPLAY "24. PAYROLL GL JOURNAL" LINE 11 COL 40.
           DISPLAY "25. TIME CLOCK ATTENDANCE" LINE 12 COL 40.
           DISPLAY "26. OVERTIME / SHIFT CLAIMS" LINE 13 COL 40.
           DISPLAY "27. REIMBURSEMENT CLAIMS" LINE 14 COL 40.
           DISPLAY "28. PAY VARIANCE REPORT" LINE 15 COL 40.
           DISPLAY "29. PENDING CHANGE APPROVALS" LINE 16 COL 40.
           DISPLAY "30. APPRAISALS AND MERIT" LINE 17 COL 40.
           DISPLAY "31. SANCTIONED STRENGTH" LINE 18 COL 40.
           DISPLAY "32. DEPENDANTS AND NOMINEES" LINE 19 COL 40.
           DISPLAY "33. EXIT" LINE 20 COL 40.
           DISPLAY "ENTER YOUR CHOICE :" LINE 23 COL 5.
           ACCEPT CHOICE LINE 23 COL 26.
           PERFORM CHECK-ACCESS-PARA THRU CHECK-ACCESS-EXIT.
              CALL "MOVEMENT"
              CANCEL "MOVEMENT"
              GO TO MAIN-PARA.
           IF CHOICE = 24
              CALL "GLJOURNAL"
              CANCEL "GLJOURNAL"
              GO TO MAIN-PARA.
           IF CHOICE = 25
              CALL "TIMECLOCK"
              CANCEL "TIMECLOCK"
              GO TO MAIN-PARA.
           IF CHOICE = 26
              CALL "OTCLAIM"
              CANCEL "OTCLAIM"
              GO TO MAIN-PARA.
           IF CHOICE = 27
              CALL "REIMCLAIM"
              CANCEL "REIMCLAIM"
              GO TO MAIN-PARA.
           IF CHOICE = 28
              CALL "PAYVARIANCE"
              CANCEL "PAYVARIANCE"
              GO TO MAIN-PARA.
           IF CHOICE = 29
              CALL "CHGAPPROVE"
              CANCEL "CHGAPPROVE"
              GO TO MAIN-PARA.
           IF CHOICE = 30
              CALL "APPRAISAL"
              CANCEL "APPRAISAL"
              GO TO MAIN-PARA.
           IF CHOICE = 31
              CALL "ESTABLISH"
              CANCEL "ESTABLISH"
              GO TO MAIN-PARA.
           IF CHOICE = 32
              CALL "NOMINEE"
              CANCEL "NOMINEE"
              GO TO MAIN-PARA.
           STOP RUN.

       CHECK-ACCESS-PARA.
              GO TO CHECK-ACCESS-EXIT.
           IF CHOICE = 5 OR CHOICE = 6 OR CHOICE = 8 OR CHOICE = 9
              OR CHOICE = 17 OR CHOICE = 21 OR CHOICE = 22
              OR CHOICE = 24 OR CHOICE = 26 OR CHOICE = 27
              OR CHOICE = 28 OR CHOICE = 29
              IF WS-SIGNON-ROLE NOT = "PAYROLL"
                 MOVE "N" TO WS-ACCESS-OK
              END-IF
              GO TO CHECK-ACCESS-EXIT.
           IF CHOICE = 1 OR CHOICE = 14 OR CHOICE = 18 OR CHOICE = 19
              OR CHOICE = 25 OR CHOICE = 30 OR CHOICE = 31
              OR CHOICE = 32
              IF WS-SIGNON-ROLE NOT = "HR"
                 MOVE "N" TO WS-ACCESS-OK
              END-IF
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       FD GRADEFILE
           LABEL RECORDS ARE STANDARD
              MOVE EEMPNAME TO SR-NAME
              COMPUTE SR-GROSS = PBASIC + PDA + PCCA + PHRA + PDPA
                 + PPPA + PEDUA + PTECHJR + PLUNCHA + PCONVEY + PBUSATR
                 + PLTA + PGRTY + PPERINC + PHOUSE + PVEHMAN + PCLUB
              COMPUTE SR-DED = PPF + PESI + PPTAX + PITAX + PLOANDA
                 + POTHERD + PCREDIT
              COMPUTE SR-NET = SR-GROSS - SR-DED
              ADD 1 TO WS-AUDIT-LINE
              DISPLAY " BY    :" LINE WS-AUDIT-LINE COL 1
              DISPLAY AOPERID LINE WS-AUDIT-LINE COL 20
              IF AMAKERID NOT = SPACES
                 DISPLAY "MAKER :" LINE WS-AUDIT-LINE COL 30
                 DISPLAY AMAKERID LINE WS-AUDIT-LINE COL 38
              END-IF
              ADD 1 TO WS-AUDIT-LINE
              DISPLAY " BEFORE:" LINE WS-AUDIT-LINE COL 1
              DISPLAY ABEFORE LINE WS-AUDIT-LINE COL 20
           RECORD KEY IS BKEMPID
           FILE STATUS IS FSBK.

           SELECT PENDCHGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCCHGID
           ALTERNATE RECORD KEY IS PCEMPID WITH DUPLICATES
           FILE STATUS IS FSPC.

           SELECT SANCTIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNKEY
           FILE STATUS IS FSSN.

           SELECT LOANFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
              03 ATEMPID PIC X(6).
              03 ATDATE  PIC X(10).
           02 ATCODE    PIC X.
           02 ATSOURCE  PIC X.

       FD HOLIDAYFILE
           LABEL RECORDS ARE STANDARD
           02 BKIFSC   PIC X(11).
           02 BKMODE   PIC X(4).

       FD PENDCHGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDCHG.DAT".
       01 PENDCHGREC.
           02 PCCHGID   PIC X(6).
           02 PCEMPID   PIC X(6).
           02 PCFILE    PIC X(8).
           02 PCTYPE    PIC X(6).
           02 PCSTATUS  PIC X(8).
           02 PCMAKER   PIC X(6).
           02 PCMKDATE  PIC X(8).
           02 PCMKTIME  PIC X(8).
           02 PCCHECKER PIC X(6).
           02 PCCKDATE  PIC X(8).
           02 PCCKTIME  PIC X(8).
           02 PCBEFORE  PIC X(260).
           02 PCAFTER   PIC X(260).

       FD SANCTIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SANCTION.DAT".
       01 SANCTIONREC.
           02 SNKEY.
              03 SNBRNID  PIC X(6).
              03 SNDESID  PIC X(6).
              03 SNDEPID  PIC X(6).
           02 SNPOSTS   PIC 9(4).
           02 SNBUDGET  PIC 9(9)V99.
           02 SNCTL     PIC X.

       FD LOANFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOAN.DAT".
           02 SPNOTICE  PIC X(10).
           02 SPLWD     PIC X(10).
           02 SPSETTLED PIC X.
           02 SPREASON  PIC X.

       FD LEVPOLFILE
           LABEL RECORDS ARE STANDARD
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       FD GRADEFILE
           LABEL RECORDS ARE STANDARD
       77 FSTX  PIC XX.
       77 FSIV  PIC XX.
       77 FSOP  PIC XX.
       77 FSPC  PIC XX.
       77 FSSN  PIC XX.
       77 CHOICE PIC 99.
       77  ENTKEY PIC X.
       77 EMP-MODE PIC X.
       77 WS-TO-INT   PIC S9(9).
       77 WS-TODAY-X  PIC X(8).
       77 WS-TODAY-DATE PIC X(10).
       77 WS-PC-EMPID  PIC X(6).
       77 WS-PC-FILE   PIC X(8).
       77 WS-PC-TYPE   PIC X(6).
       77 WS-PC-PEND   PIC X.
       77 WS-PC-QUEUED PIC X.
       77 WS-PC-SEQ    PIC 9(5).
       77 WS-PC-SEQ-X  PIC 9(5).
       77 WS-PC-CHGID  PIC X(6).
       77 WS-PC-OLD-ACCNO PIC X(16).
       77 WS-PC-OLD-BASIC PIC 9(6)V99.
       77 WS-PC-BEFORE PIC X(260).
       77 WS-PC-AFTER  PIC X(260).
       77 WS-SN-BR     PIC X(6).
       77 WS-SN-DES    PIC X(6).
       77 WS-SN-DEP    PIC X(6).
       77 WS-SN-SKIP   PIC X(6).
       77 WS-SN-RESULT PIC X.
       77 WS-SN-SCAN   PIC X.
       77 WS-SN-FILLED PIC 9(4).
       77 WS-SN-EMP-SAVE PIC X(142).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER YOUR CHOICE :" LINE 5 COL 1.
           ACCEPT EMP-MODE LINE 5 COL 25.
           DISPLAY " " WITH BLANK SCREEN.
           MOVE "Y" TO WS-SN-SCAN.
           OPEN I-O EMPFILE.
           IF FSO = 35
              MOVE "N" TO WS-SN-SCAN
              OPEN OUTPUT EMPFILE.
           IF EMP-MODE = "U" OR EMP-MODE = "u"
              GO TO EMP-UPDATE-PARA.
           PERFORM VALIDATE-DEPARTMENT-PARA.
           IF WS-DEP-FOUND = "N"
              GO TO EMP-INVALID-DEPARTMENT-PARA.
           MOVE EBRNID TO WS-SN-BR.
           MOVE EDESID TO WS-SN-DES.
           MOVE EDEPID TO WS-SN-DEP.
           MOVE SPACES TO WS-SN-SKIP.
           PERFORM SANCTION-CHECK-PARA THRU SANCTION-CHECK-EXIT.
           IF WS-SN-RESULT = "B"
              GO TO EMP-OVER-SANCTION-PARA.
           MOVE "PROBATION" TO ESTATUS.
           WRITE EMPREC INVALID KEY
              DISPLAY "EMPLOYEE CODE ALREADY EXISTS" LINE 15 COL 1
           STOP ' '.
           GO TO MAIN-PARA.

       EMP-OVER-SANCTION-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY
             "POST OVER SANCTIONED STRENGTH - RECORD NOT SAVED"
             LINE 12 COL 10.
           CLOSE EMPFILE.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS WRITE MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           STOP ' '.
           GO TO MAIN-PARA.

       SANCTION-CHECK-PARA.
           MOVE "O" TO WS-SN-RESULT.
           OPEN INPUT SANCTIONFILE.
           IF FSSN = 35
              GO TO SANCTION-CHECK-EXIT.
           MOVE WS-SN-BR TO SNBRNID.
           MOVE WS-SN-DES TO SNDESID.
           MOVE WS-SN-DEP TO SNDEPID.
           READ SANCTIONFILE INVALID KEY
              MOVE "N" TO WS-SN-RESULT
           END-READ.
           CLOSE SANCTIONFILE.
           IF WS-SN-RESULT = "N"
              DISPLAY "NO SANCTIONED STRENGTH ON FILE FOR THIS POST"
                 LINE 16 COL 1
              GO TO SANCTION-CHECK-EXIT.
           MOVE EMPREC TO WS-SN-EMP-SAVE.
           MOVE 0 TO WS-SN-FILLED.
           IF WS-SN-SCAN = "Y"
              MOVE LOW-VALUES TO EEMPID
              START EMPFILE KEY IS NOT LESS THAN EEMPID
                 INVALID KEY MOVE 10 TO FSO
              END-START
              PERFORM SANCTION-COUNT-READ UNTIL FSO = 10
              MOVE "00" TO FSO.
           MOVE WS-SN-EMP-SAVE TO EMPREC.
           IF WS-SN-FILLED + 1 NOT > SNPOSTS
              GO TO SANCTION-CHECK-EXIT.
           DISPLAY "OVER SANCTION - POSTS" LINE 16 COL 1.
           DISPLAY SNPOSTS LINE 16 COL 23.
           DISPLAY "FILLED" LINE 16 COL 29.
           DISPLAY WS-SN-FILLED LINE 16 COL 36.
           IF SNCTL NOT = "W"
              MOVE "B" TO WS-SN-RESULT
              GO TO SANCTION-CHECK-EXIT.
           DISPLAY "CONTINUE ANYWAY (Y/N) :" LINE 17 COL 1.
           ACCEPT ENTKEY LINE 17 COL 25.
           IF ENTKEY = "Y" OR ENTKEY = "y"
              MOVE "W" TO WS-SN-RESULT
           ELSE
              MOVE "B" TO WS-SN-RESULT
           END-IF.
       SANCTION-CHECK-EXIT.
           CONTINUE.
       SANCTION-COUNT-READ.
           READ EMPFILE NEXT RECORD
              AT END MOVE 10 TO FSO
              NOT AT END
                 IF EBRNID = WS-SN-BR AND EDESID = WS-SN-DES
                    AND EDEPID = WS-SN-DEP
                    AND ESTATUS NOT = "SEPARATED"
                    AND EEMPID NOT = WS-SN-SKIP
                    ADD 1 TO WS-SN-FILLED
                 END-IF
           END-READ.

       EMP-INVALID-DEPARTMENT-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY

       PAYMENT-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER EMPLOYEE CODE :" LINE 1 COL 1.
           ACCEPT PEMPID LINE 1 COL 35.
           MOVE PEMPID TO WS-PC-EMPID.
           MOVE "ADD" TO WS-PC-TYPE.
           MOVE SPACES TO WS-PC-BEFORE.
           MOVE 0 TO WS-PC-OLD-BASIC.
           OPEN INPUT PAYMENTFILE.
           IF FSP NOT = 35
              READ PAYMENTFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "CHANGE" TO WS-PC-TYPE
                 MOVE PAYMENTREC TO WS-PC-BEFORE
                 MOVE PBASIC TO WS-PC-OLD-BASIC
              END-READ
              CLOSE PAYMENTFILE.
           MOVE WS-PC-EMPID TO PEMPID.
           PERFORM LOOKUP-LATEST-REVISION-PARA.
           DISPLAY "BASIC :" LINE 2 COL 1.
           IF WS-REV-FOUND = "Y"
           ACCEPT PLLOP LINE 12 COL 35.
           DISPLAY "ENTER OTHER LEAVES :" LINE 13 COL 1.
           ACCEPT POTHERL LINE 13 COL 35.
           MOVE PAYMENTREC TO WS-PC-AFTER.
           MOVE "PAYMENT" TO WS-PC-FILE.
           PERFORM QUEUE-CHANGE-PARA THRU QUEUE-CHANGE-EXIT.
           IF WS-PC-QUEUED = "Y"
              MOVE PEMPID TO WS-AUDIT-EMPID
              MOVE "PAYMENTFILE" TO WS-AUDIT-FILE
              MOVE "PAY-MAKE" TO WS-AUDIT-OPER
              MOVE SPACES TO WS-AUDIT-BEFORE
              IF WS-PC-TYPE = "CHANGE"
                 MOVE WS-PC-OLD-BASIC TO WS-AUDIT-EDIT
                 MOVE WS-AUDIT-EDIT TO WS-AUDIT-BEFORE
              END-IF
              MOVE PBASIC TO WS-AUDIT-EDIT
              MOVE SPACES TO WS-AUDIT-AFTER
              STRING WS-AUDIT-EDIT " " WS-PC-CHGID
                 DELIMITED BY SIZE INTO WS-AUDIT-AFTER
              PERFORM AUDIT-LOG-PARA.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS WRITE MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           GO TO MAIN-PARA.

       LOOKUP-LATEST-REVISION-PARA.
              MOVE EBRNID TO WS-OLD-EBRNID
              MOVE TNBRID TO EBRNID
              PERFORM VALIDATE-BRANCH-PARA
              MOVE "O" TO WS-SN-RESULT
              IF WS-BR-FOUND = "Y" AND TNBRID NOT = WS-OLD-EBRNID
                 MOVE TNBRID TO WS-SN-BR
                 MOVE EDESID TO WS-SN-DES
                 MOVE EDEPID TO WS-SN-DEP
                 MOVE TEMPID TO WS-SN-SKIP
                 MOVE "Y" TO WS-SN-SCAN
                 PERFORM SANCTION-CHECK-PARA THRU SANCTION-CHECK-EXIT
              END-IF
              IF WS-BR-FOUND = "N"
                 DISPLAY "INVALID NEW BRANCH - TRANSFER NOT RECORDED"
                    LINE 13 COL 10
                 MOVE WS-OLD-EBRNID TO EBRNID
              END-IF
              IF WS-SN-RESULT = "B"
                 DISPLAY "NEW BRANCH OVER SANCTION - NOT RECORDED"
                    LINE 13 COL 10
                 MOVE WS-OLD-EBRNID TO EBRNID
              END-IF
              IF WS-BR-FOUND = "Y" AND WS-SN-RESULT NOT = "B"
                 REWRITE EMPREC
                 MOVE "Y" TO WS-TRANS-OK
                 MOVE TEMPID TO WS-AUDIT-EMPID

       BANK-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER EMP CODE :" LINE 1 COL 1.
           ACCEPT BKEMPID LINE 1 COL 35.
           MOVE BKEMPID TO WS-PC-EMPID.
           MOVE "ADD" TO WS-PC-TYPE.
           MOVE SPACES TO WS-PC-BEFORE.
           MOVE SPACES TO WS-PC-OLD-ACCNO.
           OPEN INPUT BANKFILE.
           IF FSBK NOT = 35
              READ BANKFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "CHANGE" TO WS-PC-TYPE
                 MOVE BANKREC TO WS-PC-BEFORE
                 MOVE BKACCNO TO WS-PC-OLD-ACCNO
              END-READ
              CLOSE BANKFILE.
           MOVE WS-PC-EMPID TO BKEMPID.
           IF WS-PC-TYPE = "CHANGE"
              DISPLAY "CURRENT :" LINE 2 COL 53
              DISPLAY WS-PC-OLD-ACCNO LINE 3 COL 53.
           DISPLAY "ENTER ACCOUNT NUMBER :" LINE 2 COL 1.
           ACCEPT BKACCNO LINE 2 COL 35.
           DISPLAY "ENTER BANK NAME :" LINE 3 COL 1.
           ACCEPT BKIFSC LINE 4 COL 35.
           DISPLAY "ENTER PAYMENT MODE (NEFT/RTGS/CHQ) :" LINE 5 COL 1.
           ACCEPT BKMODE LINE 5 COL 40.
           MOVE BANKREC TO WS-PC-AFTER.
           MOVE "BANK" TO WS-PC-FILE.
           PERFORM QUEUE-CHANGE-PARA THRU QUEUE-CHANGE-EXIT.
           IF WS-PC-QUEUED = "Y"
              MOVE BKEMPID TO WS-AUDIT-EMPID
              MOVE "BANKFILE" TO WS-AUDIT-FILE
              MOVE "BANK-MAKE" TO WS-AUDIT-OPER
              MOVE WS-PC-OLD-ACCNO TO WS-AUDIT-BEFORE
              MOVE SPACES TO WS-AUDIT-AFTER
              STRING BKACCNO " " WS-PC-CHGID
                 DELIMITED BY SIZE INTO WS-AUDIT-AFTER
              PERFORM AUDIT-LOG-PARA.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS WRITE MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           GO TO MAIN-PARA.

       QUEUE-CHANGE-PARA.
           MOVE "N" TO WS-PC-QUEUED.
           OPEN I-O PENDCHGFILE.
           IF FSPC = 35
              OPEN OUTPUT PENDCHGFILE
              CLOSE PENDCHGFILE
              OPEN I-O PENDCHGFILE.
           MOVE "N" TO WS-PC-PEND.
           MOVE WS-PC-EMPID TO PCEMPID.
           START PENDCHGFILE KEY IS = PCEMPID INVALID KEY
              MOVE 10 TO FSPC
           END-START.
           PERFORM PEND-CHECK-READ UNTIL FSPC = 10.
           IF WS-PC-PEND = "Y"
              DISPLAY "CHANGE ALREADY AWAITING APPROVAL - NOT QUEUED"
                 LINE 16 COL 1
              CLOSE PENDCHGFILE
              GO TO QUEUE-CHANGE-EXIT.
           MOVE 0 TO WS-PC-SEQ.
           MOVE HIGH-VALUES TO PCCHGID.
           START PENDCHGFILE KEY IS LESS THAN PCCHGID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ PENDCHGFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE PCCHGID(2:5) TO WS-PC-SEQ
                 END-READ
           END-START.
           ADD 1 TO WS-PC-SEQ.
           MOVE WS-PC-SEQ TO WS-PC-SEQ-X.
           STRING "P" WS-PC-SEQ-X DELIMITED BY SIZE INTO PCCHGID.
           MOVE WS-PC-EMPID TO PCEMPID.
           MOVE WS-PC-FILE TO PCFILE.
           MOVE WS-PC-TYPE TO PCTYPE.
           MOVE "PENDING" TO PCSTATUS.
           MOVE WS-SIGNON-OPID TO PCMAKER.
           ACCEPT PCMKDATE FROM DATE YYYYMMDD.
           ACCEPT PCMKTIME FROM TIME.
           MOVE SPACES TO PCCHECKER PCCKDATE PCCKTIME.
           MOVE WS-PC-BEFORE TO PCBEFORE.
           MOVE WS-PC-AFTER TO PCAFTER.
           WRITE PENDCHGREC INVALID KEY
              DISPLAY "CHANGE NUMBER IN USE - NOT QUEUED" LINE 16 COL 1
              CLOSE PENDCHGFILE
              GO TO QUEUE-CHANGE-EXIT
           END-WRITE.
           MOVE PCCHGID TO WS-PC-CHGID.
           CLOSE PENDCHGFILE.
           MOVE "Y" TO WS-PC-QUEUED.
           DISPLAY "CHANGE QUEUED FOR APPROVAL - REFERENCE :"
              LINE 16 COL 1.
           DISPLAY WS-PC-CHGID LINE 16 COL 43.
       QUEUE-CHANGE-EXIT.
           CONTINUE.
       PEND-CHECK-READ.
           READ PENDCHGFILE NEXT RECORD
              AT END MOVE 10 TO FSPC
              NOT AT END
                 IF PCEMPID NOT = WS-PC-EMPID
                    MOVE 10 TO FSPC
                 ELSE
                    IF PCFILE = WS-PC-FILE AND PCSTATUS = "PENDING"
                       MOVE "Y" TO WS-PC-PEND
                    END-IF
                 END-IF
           END-READ.

       LOAN-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           OPEN I-O LOANFILE.
           DISPLAY "ENTER LAST WORKING DATE (YYYY-MM-DD) :"
              LINE 3 COL 1.
           ACCEPT SPLWD LINE 3 COL 42.
           DISPLAY "ENTER SEPARATION REASON :" LINE 4 COL 1.
           DISPLAY "R=RESIGNATION S=SUPERANNUATION T=TERMINATION"
              LINE 5 COL 5.
           DISPLAY "D=DEATH O=OTHER" LINE 6 COL 5.
           ACCEPT SPREASON LINE 4 COL 42.
           INSPECT SPREASON CONVERTING "rstdo" TO "RSTDO".
           IF SPREASON NOT = "R" AND SPREASON NOT = "S"
              AND SPREASON NOT = "T" AND SPREASON NOT = "D"
              AND SPREASON NOT = "O"
              DISPLAY "INVALID SEPARATION REASON - NOT RECORDED"
                 LINE 12 COL 10
              CLOSE SEPRNFILE
              GO TO MAIN-PARA.
           MOVE "N" TO SPSETTLED.
           PERFORM SEPARATE-EMP-STATUS-PARA.
           IF WS-STATUS-FOUND = "Y"
              DISPLAY "INVALID CODE - USE P, A, H OR O" LINE 12 COL 10
              CLOSE ATTENDFILE
              GO TO MAIN-PARA.
           MOVE "M" TO ATSOURCE.
           WRITE ATTENDREC INVALID KEY
              REWRITE ATTENDREC
           END-WRITE.
              MOVE SPEMPID TO WS-AUDIT-EMPID
              MOVE "EMPFILE" TO WS-AUDIT-FILE
              MOVE "SEPARATE" TO WS-AUDIT-OPER
              MOVE SPACES TO WS-AUDIT-AFTER
              STRING "SEPARATED " SPREASON
                 DELIMITED BY SIZE INTO WS-AUDIT-AFTER
              PERFORM AUDIT-LOG-PARA
           END-READ.
           CLOSE EMPFILE.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           ALTERNATE RECORD KEY IS REMPID WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT OTCLAIMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OCKEY
           FILE STATUS IS FSOC.

           SELECT OTRATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORGRADE
           FILE STATUS IS FSOR.

           SELECT OTFLAGFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSOF.

           SELECT REIMCLMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCCLMID
           ALTERNATE RECORD KEY IS RCEMPID WITH DUPLICATES
           FILE STATUS IS FSRC.

           SELECT PAYCKPTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKPERIOD
           FILE STATUS IS FSCK.

           SELECT RUNCTLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSRL.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       FD PAYPERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYSKIP.TXT".
       01 PAYSKIP-LINE PIC X(80).

       FD OTCLAIMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OTCLAIM.DAT".
       01 OTCLAIMREC.
           02 OCKEY.
              03 OCEMPID PIC X(6).
              03 OCDATE  PIC X(10).
           02 OCHOURS   PIC 99V9.
           02 OCSHIFT   PIC X.
           02 OCAPPR    PIC X.
           02 OCAPPBY   PIC X(6).
           02 OCFLAG    PIC X.
           02 OCAMT     PIC 9(6)V99.
           02 OCPAIDPER PIC X(6).

       FD OTRATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OTRATE.DAT".
       01 OTRATEREC.
           02 ORGRADE  PIC 99.
           02 ORGENRT  PIC 9(4)V99.
           02 ORNITRT  PIC 9(4)V99.
           02 ORHOLRT  PIC 9(4)V99.

       FD OTFLAGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OTFLAG.TXT".
       01 OTFLAG-LINE PIC X(80).

       FD REIMCLMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REIMCLM.DAT".
       01 REIMCLMREC.
           02 RCCLMID   PIC X(6).
           02 RCEMPID   PIC X(6).
           02 RCHEAD    PIC X(5).
           02 RCBILLDT  PIC X(10).
           02 RCFY      PIC 9(4).
           02 RCAMT     PIC 9(6)V99.
           02 RCPASSAMT PIC 9(6)V99.
           02 RCSTATUS  PIC X(8).
           02 RCPAIDPER PIC X(6).
           02 RCENTDT   PIC X(8).
           02 RCOPID    PIC X(6).

       FD PAYCKPTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYCKPT.DAT".
       01 PAYCKPTREC.
           02 CKPERIOD  PIC X(6).
           02 CKRUNSEQ  PIC 99.
           02 CKMODE    PIC X.
           02 CKSTATUS  PIC X(8).
           02 CKEVERY   PIC 9(4).
           02 CKLASTEMP PIC X(6).
           02 CKCOUNT   PIC 9(4).
           02 CKDUP     PIC 9(4).
           02 CKOTHELD  PIC 9(4).
           02 CKGROSS   PIC 9(11)V99.
           02 CKNET     PIC S9(11)V99.
           02 CKDATE    PIC X(8).
           02 CKTIME    PIC X(8).
           02 CKOPID    PIC X(6).

       FD RUNCTLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.TXT".
       01 RUNCTL-LINE PIC X(80).

       FD TAXSLABFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TAXSLAB.DAT".
              03 ATEMPID PIC X(6).
              03 ATDATE  PIC X(10).
           02 ATCODE    PIC X.
           02 ATSOURCE  PIC X.

       FD HOLIDAYFILE
           LABEL RECORDS ARE STANDARD
           02 PHGROSS   PIC 9(9)V99.
           02 PHDED     PIC 9(9)V99.
           02 PHNET     PIC S9(9)V99.
           02 PHOTAMT   PIC 9(6)V99.
           02 PHREIMB   PIC 9(6)V99.
           02 PHRUNTYP  PIC X.
           02 PHRUNSEQ  PIC 99.

       FD PAYSLIPFILE
           LABEL RECORDS ARE STANDARD
       77 FSSK  PIC XX.
       77 FSR   PIC XX.
       77 FSA   PIC XX.
       77 FSOC  PIC XX.
       77 FSOR  PIC XX.
       77 FSOF  PIC XX.
       77 FSRC  PIC XX.
       77 FSCK  PIC XX.
       77 FSRL  PIC XX.
       77 ENTKEY PIC X.
       77 WS-RUN-MODE PIC X.
       77 WS-IN-HIST  PIC X.
       77 WS-ARR-NEW    PIC 9(8)V99.
       77 WS-ARR-EDIT   PIC Z(7)9.99.
       77 WS-OLD-BASIC  PIC 9(6)V99.
       77 WS-OTAMT      PIC 9(6)V99.
       77 WS-OT-RATE    PIC 9(4)V99.
       77 WS-OT-FLAG    PIC X.
       77 WS-OT-TO      PIC X(10).
       77 WS-OT-EDIT    PIC Z(5)9.99.
       77 WS-OT-HELD    PIC 9(4).
       77 WS-REIMB      PIC 9(6)V99.
       77 WS-REIMB-EDIT PIC Z(5)9.99.
       77 WS-RESTART    PIC X.
       77 WS-CK-OK      PIC X.
       77 WS-CK-FOUND   PIC X.
       77 WS-CK-LAST    PIC X(6).
       77 WS-CK-EVERY   PIC 9(4).
       77 WS-CK-CTR     PIC 9(4).
       77 WS-SK-LAST    PIC X(6).
       77 WS-OF-LAST    PIC X(17).
       77 WS-OF-KEY     PIC X(17).
       77 WS-RUN-SEQ    PIC 99.
       77 WS-RUN-GROSS  PIC 9(11)V99.
       77 WS-RUN-NET    PIC S9(11)V99.
       77 WS-RECOV-COUNT PIC 9(4).
       77 WS-HR-COUNT   PIC 9(5).
       77 WS-HR-NET     PIC S9(11)V99.
       77 WS-HP-COUNT   PIC 9(5).
       77 WS-HP-NET     PIC S9(11)V99.
       77 WS-CNT-EDIT   PIC Z(4)9.
       77 WS-TOT-EDIT   PIC -(11)9.99.
       77 WS-CTL-STATUS PIC X(14).
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AUDIT-OPER   PIC X(10).
           IF WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
              DISPLAY "INVALID PAY PERIOD" LINE 12 COL 10
              GO TO MAIN-EXIT.
           DISPLAY "RUN MODE (M=MAIN, S=SUPPLEMENTARY, R=RESTART) :"
              LINE 6 COL 1.
           ACCEPT WS-RUN-MODE LINE 6 COL 50.
           INSPECT WS-RUN-MODE CONVERTING "msr" TO "MSR".
           IF WS-RUN-MODE NOT = "M" AND WS-RUN-MODE NOT = "S"
              AND WS-RUN-MODE NOT = "R"
              DISPLAY "INVALID RUN MODE" LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE "N" TO WS-RESTART.
           IF WS-RUN-MODE = "R"
              MOVE "Y" TO WS-RESTART.
           OPEN I-O PAYPERFILE.
           IF FSPP = 35
              DISPLAY "PERIOD NOT OPENED - USE PAY PERIOD CONTROL"
              CLOSE PAYPERFILE
              GO TO MAIN-EXIT
           END-READ.
           PERFORM CHECK-CKPT-PARA THRU CHECK-CKPT-EXIT.
           IF WS-CK-OK = "N"
              CLOSE PAYCKPTFILE
              CLOSE PAYPERFILE
              GO TO MAIN-EXIT.
           IF WS-RUN-MODE = "M" AND PPSTATUS NOT = "OPEN"
              DISPLAY "PERIOD STATUS IS NOT OPEN :" LINE 12 COL 10
              DISPLAY PPSTATUS LINE 12 COL 40
              CLOSE PAYCKPTFILE
              CLOSE PAYPERFILE
              GO TO MAIN-EXIT.
           IF WS-RUN-MODE = "S" AND PPSTATUS NOT = "RUN"
              DISPLAY "NO MAIN RUN TO SUPPLEMENT :" LINE 12 COL 10
              DISPLAY PPSTATUS LINE 12 COL 40
              CLOSE PAYCKPTFILE
              CLOSE PAYPERFILE
              GO TO MAIN-EXIT.
           IF WS-RESTART = "N"
              DISPLAY "CHECKPOINT EVERY N EMPLOYEES :" LINE 7 COL 1
              ACCEPT WS-CK-EVERY LINE 7 COL 40
              IF WS-CK-EVERY = 0
                 MOVE 50 TO WS-CK-EVERY
              END-IF
           END-IF.
           PERFORM COMPUTE-PERIOD-RANGE-PARA.
           PERFORM LOAD-TAX-SLABS-PARA.
           MOVE 0 TO WS-CK-CTR.
           MOVE 0 TO WS-RECOV-COUNT.
           MOVE "ACTIVE" TO CKSTATUS.
           PERFORM SAVE-CKPT-PARA.
           MOVE SPACES TO WS-OT-TO.
           STRING WS-PERIOD(1:4) "-" WS-PERIOD(5:2) "-31"
              DELIMITED BY SIZE INTO WS-OT-TO.
           OPEN I-O PAYMENTFILE.
           IF WS-RESTART = "Y"
              MOVE WS-CK-LAST TO PEMPID
              START PAYMENTFILE KEY IS GREATER THAN PEMPID
                 INVALID KEY MOVE 10 TO FSP
              END-START.
           OPEN INPUT EMPFILE.
           OPEN INPUT LEAVEFILE.
           OPEN I-O REVISIONFILE.
              CLOSE PAYHISTFILE
              OPEN I-O PAYHISTFILE
           END-IF.
           PERFORM OPEN-RUN-FILES-PARA THRU OPEN-RUN-FILES-EXIT.
           OPEN I-O OTCLAIMFILE.
           OPEN INPUT OTRATEFILE.
           OPEN I-O REIMCLMFILE.
           PERFORM PAYRUN-READ UNTIL FSP = 10.
           IF WS-RUN-MODE = "M"
              MOVE "RUN" TO PPSTATUS
              REWRITE PAYPERREC.
           CLOSE PAYPERFILE.
           MOVE "COMPLETE" TO CKSTATUS.
           PERFORM SAVE-CKPT-PARA.
           CLOSE PAYCKPTFILE.
           PERFORM RUN-CONTROL-PARA.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           CLOSE LEAVEFILE.
           CLOSE PAYHISTFILE.
           CLOSE PAYSLIPFILE.
           CLOSE PAYSKIPFILE.
           IF FSOC NOT = 35
              CLOSE OTCLAIMFILE.
           IF FSOR NOT = 35
              CLOSE OTRATEFILE.
           CLOSE OTFLAGFILE.
           IF FSRC NOT = 35
              CLOSE REIMCLMFILE.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "PAYSLIPS WRITTEN TO PAYSLIP.TXT :" LINE 10 COL 1.
           DISPLAY WS-RUN-COUNT LINE 10 COL 40.
              DISPLAY "ALREADY IN HISTORY FOR PERIOD :" LINE 11 COL 1
              DISPLAY WS-DUP-COUNT LINE 11 COL 40
              DISPLAY "DETAIL LISTED IN PAYSKIP.TXT" LINE 12 COL 1.
           IF WS-OT-HELD > 0
              DISPLAY "OVERTIME CLAIMS HELD :" LINE 13 COL 1
              DISPLAY WS-OT-HELD LINE 13 COL 40
              DISPLAY "DETAIL LISTED IN OTFLAG.TXT" LINE 14 COL 1.
           IF WS-RECOV-COUNT > 0
              DISPLAY "RECOVERED FROM INTERRUPTED RUN :" LINE 15 COL 1
              DISPLAY WS-RECOV-COUNT LINE 15 COL 40.
           DISPLAY "RUN CONTROL AGAINST PAYHIST :" LINE 16 COL 1.
           DISPLAY WS-CTL-STATUS LINE 16 COL 40.
           DISPLAY "SUMMARY IN RUNCTL.TXT" LINE 17 COL 1.
       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           STOP ' '.
           EXIT PROGRAM.

       CHECK-CKPT-PARA.
           MOVE "Y" TO WS-CK-OK.
           MOVE "N" TO WS-CK-FOUND.
           MOVE 1 TO WS-RUN-SEQ.
           MOVE SPACES TO WS-CK-LAST.
           MOVE 0 TO WS-RUN-COUNT WS-DUP-COUNT WS-OT-HELD.
           MOVE 0 TO WS-RUN-GROSS WS-RUN-NET.
           OPEN I-O PAYCKPTFILE.
           IF FSCK = 35
              OPEN OUTPUT PAYCKPTFILE
              CLOSE PAYCKPTFILE
              OPEN I-O PAYCKPTFILE.
           MOVE WS-PERIOD TO CKPERIOD.
           READ PAYCKPTFILE INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE "Y" TO WS-CK-FOUND
           END-READ.
           IF WS-RESTART = "N"
              GO TO CHECK-CKPT-FRESH.
           IF WS-CK-FOUND = "N" OR CKSTATUS NOT = "ACTIVE"
              DISPLAY "NO INTERRUPTED RUN TO RESTART" LINE 12 COL 10
              MOVE "N" TO WS-CK-OK
              GO TO CHECK-CKPT-EXIT.
           MOVE CKMODE TO WS-RUN-MODE.
           MOVE CKRUNSEQ TO WS-RUN-SEQ.
           MOVE CKEVERY TO WS-CK-EVERY.
           MOVE CKLASTEMP TO WS-CK-LAST.
           MOVE CKCOUNT TO WS-RUN-COUNT.
           MOVE CKDUP TO WS-DUP-COUNT.
           MOVE CKOTHELD TO WS-OT-HELD.
           MOVE CKGROSS TO WS-RUN-GROSS.
           MOVE CKNET TO WS-RUN-NET.
           DISPLAY "RESTARTING AFTER EMPLOYEE :" LINE 7 COL 1.
           DISPLAY WS-CK-LAST LINE 7 COL 40.
           GO TO CHECK-CKPT-EXIT.
       CHECK-CKPT-FRESH.
           IF WS-CK-FOUND = "Y" AND CKSTATUS = "ACTIVE"
              DISPLAY "PREVIOUS RUN INTERRUPTED - USE R TO RESTART"
                 LINE 12 COL 10
              MOVE "N" TO WS-CK-OK
              GO TO CHECK-CKPT-EXIT.
           IF WS-CK-FOUND = "Y"
              COMPUTE WS-RUN-SEQ = CKRUNSEQ + 1.
       CHECK-CKPT-EXIT.
           CONTINUE.

       SAVE-CKPT-PARA.
           MOVE WS-PERIOD TO CKPERIOD.
           MOVE WS-RUN-SEQ TO CKRUNSEQ.
           MOVE WS-RUN-MODE TO CKMODE.
           MOVE WS-CK-EVERY TO CKEVERY.
           MOVE WS-CK-LAST TO CKLASTEMP.
           MOVE WS-RUN-COUNT TO CKCOUNT.
           MOVE WS-DUP-COUNT TO CKDUP.
           MOVE WS-OT-HELD TO CKOTHELD.
           MOVE WS-RUN-GROSS TO CKGROSS.
           MOVE WS-RUN-NET TO CKNET.
           ACCEPT CKDATE FROM DATE YYYYMMDD.
           ACCEPT CKTIME FROM TIME.
           MOVE WS-SIGNON-OPID TO CKOPID.
           REWRITE PAYCKPTREC INVALID KEY
              WRITE PAYCKPTREC
           END-REWRITE.

       CHECKPOINT-PARA.
           MOVE PEMPID TO WS-CK-LAST.
           ADD 1 TO WS-CK-CTR.
           IF WS-CK-CTR NOT < WS-CK-EVERY
              MOVE 0 TO WS-CK-CTR
              MOVE "ACTIVE" TO CKSTATUS
              PERFORM SAVE-CKPT-PARA.

       OPEN-RUN-FILES-PARA.
           MOVE LOW-VALUES TO WS-SK-LAST.
           MOVE LOW-VALUES TO WS-OF-LAST.
           IF WS-RESTART = "N"
              OPEN OUTPUT PAYSLIPFILE
              OPEN OUTPUT PAYSKIPFILE
              OPEN OUTPUT OTFLAGFILE
              GO TO OPEN-RUN-FILES-EXIT.
           MOVE 0 TO WS-DUP-COUNT WS-OT-HELD.
           OPEN INPUT PAYSKIPFILE.
           IF FSSK NOT = 35
              PERFORM SKIP-RECOUNT-READ UNTIL FSSK = 10
              CLOSE PAYSKIPFILE.
           OPEN INPUT OTFLAGFILE.
           IF FSOF NOT = 35
              PERFORM OTFLAG-RECOUNT-READ UNTIL FSOF = 10
              CLOSE OTFLAGFILE.
           OPEN EXTEND PAYSLIPFILE.
           IF FSPS = 35
              OPEN OUTPUT PAYSLIPFILE.
           OPEN EXTEND PAYSKIPFILE.
           IF FSSK = 35
              OPEN OUTPUT PAYSKIPFILE.
           OPEN EXTEND OTFLAGFILE.
           IF FSOF = 35
              OPEN OUTPUT OTFLAGFILE.
       OPEN-RUN-FILES-EXIT.
           CONTINUE.
       SKIP-RECOUNT-READ.
           READ PAYSKIPFILE
              AT END MOVE 10 TO FSSK
              NOT AT END
                 ADD 1 TO WS-DUP-COUNT
                 MOVE PAYSKIP-LINE(1:6) TO WS-SK-LAST
           END-READ.
       OTFLAG-RECOUNT-READ.
           READ OTFLAGFILE
              AT END MOVE 10 TO FSOF
              NOT AT END
                 ADD 1 TO WS-OT-HELD
                 MOVE OTFLAG-LINE(1:17) TO WS-OF-LAST
           END-READ.

       RUN-CONTROL-PARA.
           MOVE 0 TO WS-HR-COUNT WS-HR-NET WS-HP-COUNT WS-HP-NET.
           MOVE LOW-VALUES TO PHKEY.
           START PAYHISTFILE KEY IS NOT LESS THAN PHKEY INVALID KEY
              MOVE 10 TO FSPH
           END-START.
           PERFORM RUN-CONTROL-READ UNTIL FSPH = 10.
           IF WS-HR-COUNT = WS-RUN-COUNT AND WS-HR-NET = WS-RUN-NET
              MOVE "IN BALANCE" TO WS-CTL-STATUS
           ELSE
              MOVE "OUT OF BALANCE" TO WS-CTL-STATUS
           END-IF.
           OPEN EXTEND RUNCTLFILE.
           IF FSRL = 35
              OPEN OUTPUT RUNCTLFILE.
           MOVE ALL "-" TO RUNCTL-LINE.
           WRITE RUNCTL-LINE.
           MOVE SPACES TO RUNCTL-LINE.
           STRING "PAY RUN CONTROL  PERIOD " WS-PERIOD
              "  RUN " WS-RUN-SEQ "  MODE " WS-RUN-MODE
              "  DATE " CKDATE "  OPERATOR " WS-SIGNON-OPID
              DELIMITED BY SIZE INTO RUNCTL-LINE.
           WRITE RUNCTL-LINE.
           IF WS-RESTART = "Y"
              MOVE WS-RECOV-COUNT TO WS-CNT-EDIT
              MOVE SPACES TO RUNCTL-LINE
              STRING "RESTARTED FROM CHECKPOINT - RECOVERED : "
                 WS-CNT-EDIT DELIMITED BY SIZE INTO RUNCTL-LINE
              WRITE RUNCTL-LINE
           END-IF.
           MOVE WS-RUN-COUNT TO WS-CNT-EDIT.
           MOVE WS-RUN-GROSS TO WS-TOT-EDIT.
           MOVE SPACES TO RUNCTL-LINE.
           STRING "PAID THIS RUN        : " WS-CNT-EDIT
              "  GROSS " WS-TOT-EDIT
              DELIMITED BY SIZE INTO RUNCTL-LINE.
           WRITE RUNCTL-LINE.
           MOVE WS-RUN-NET TO WS-TOT-EDIT.
           MOVE SPACES TO RUNCTL-LINE.
           STRING "                               NET   " WS-TOT-EDIT
              DELIMITED BY SIZE INTO RUNCTL-LINE.
           WRITE RUNCTL-LINE.
           MOVE WS-HR-COUNT TO WS-CNT-EDIT.
           MOVE WS-HR-NET TO WS-TOT-EDIT.
           MOVE SPACES TO RUNCTL-LINE.
           STRING "PAYHIST THIS RUN     : " WS-CNT-EDIT
              "  NET   " WS-TOT-EDIT
              DELIMITED BY SIZE INTO RUNCTL-LINE.
           WRITE RUNCTL-LINE.
           MOVE WS-HP-COUNT TO WS-CNT-EDIT.
           MOVE WS-HP-NET TO WS-TOT-EDIT.
           MOVE SPACES TO RUNCTL-LINE.
           STRING "PAYHIST FOR PERIOD   : " WS-CNT-EDIT
              "  NET   " WS-TOT-EDIT
              DELIMITED BY SIZE INTO RUNCTL-LINE.
           WRITE RUNCTL-LINE.
           MOVE WS-DUP-COUNT TO WS-CNT-EDIT.
           MOVE SPACES TO RUNCTL-LINE.
           STRING "ALREADY IN HISTORY   : " WS-CNT-EDIT
              DELIMITED BY SIZE INTO RUNCTL-LINE.
           WRITE RUNCTL-LINE.
           MOVE SPACES TO RUNCTL-LINE.
           STRING "RUN CONTROL          : " WS-CTL-STATUS
              DELIMITED BY SIZE INTO RUNCTL-LINE.
           WRITE RUNCTL-LINE.
           CLOSE RUNCTLFILE.
       RUN-CONTROL-READ.
           READ PAYHISTFILE NEXT RECORD
              AT END MOVE 10 TO FSPH
              NOT AT END
                 IF PHPERIOD = WS-PERIOD
                    ADD 1 TO WS-HP-COUNT
                    ADD PHNET TO WS-HP-NET
                    IF PHRUNSEQ = WS-RUN-SEQ AND PHRUNTYP NOT = "B"
                       ADD 1 TO WS-HR-COUNT
                       ADD PHNET TO WS-HR-NET
                    END-IF
                 END-IF
           END-READ.

       COMPUTE-PERIOD-RANGE-PARA.
           MOVE WS-PERIOD(1:4) TO WS-PER-YY.
           MOVE WS-PERIOD(5:2) TO WS-PER-MM.
           READ PAYMENTFILE NEXT RECORD
              AT END MOVE 10 TO FSP
              NOT AT END PERFORM PAYRUN-ONE-PARA
                         PERFORM CHECKPOINT-PARA
           END-READ.
       PAYRUN-ONE-PARA.
           MOVE PEMPID TO EEMPID.
              MOVE "Y" TO WS-IN-HIST
           END-READ.
           IF WS-IN-HIST = "Y" AND ESTATUS NOT = "SEPARATED"
              IF WS-RESTART = "Y" AND PHRUNSEQ = WS-RUN-SEQ
                 AND PHRUNTYP = WS-RUN-MODE
                 ADD 1 TO WS-RUN-COUNT WS-RECOV-COUNT
                 ADD PHGROSS TO WS-RUN-GROSS
                 ADD PHNET TO WS-RUN-NET
              ELSE
                 IF PEMPID > WS-SK-LAST
                    ADD 1 TO WS-DUP-COUNT
                    PERFORM WRITE-SKIP-PARA
                 END-IF
              END-IF
           END-IF.
           IF WS-IN-HIST = "N" AND ESTATUS NOT = "SEPARATED"
              PERFORM APPLY-REVISION-PARA THRU APPLY-REVISION-EXIT
              PERFORM COMPUTE-LOP-DAYS-PARA
              COMPUTE WS-GROSS = PBASIC + PDA + PCCA + PHRA + PDPA
                 + PPPA + PEDUA + PTECHJR + PLUNCHA + PCONVEY + PBUSATR
                 + PLTA + PGRTY + PPERINC + PHOUSE + PVEHMAN + PCLUB
              COMPUTE WS-LOPAMT ROUNDED =
                 WS-GROSS * WS-LOP-DAYS / WS-MON-DAYS
              MOVE PITAX TO WS-ITAX
                 PERFORM COMPUTE-TDS-PARA
              END-IF
              ADD WS-ARREARS TO WS-GROSS
              PERFORM COMPUTE-OT-PARA
              ADD WS-OTAMT TO WS-GROSS
              COMPUTE WS-DED = PPF + PESI + PPTAX + WS-ITAX + PLOANDA
                 + POTHERD + PCREDIT + WS-LOPAMT
              PERFORM COMPUTE-REIMB-PARA
              COMPUTE WS-NET = WS-GROSS - WS-DED + WS-REIMB
              PERFORM WRITE-PAYHIST-PARA
           END-IF.

           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           CLOSE AUDITFILE.

       COMPUTE-OT-PARA.
           MOVE 0 TO WS-OTAMT.
           IF FSOC NOT = 35
              MOVE PEMPID TO OCEMPID
              MOVE LOW-VALUES TO OCDATE
              START OTCLAIMFILE KEY IS NOT LESS THAN OCKEY INVALID KEY
                 MOVE 10 TO FSOC
              END-START
              PERFORM OT-CLAIM-READ UNTIL FSOC = 10
              MOVE "00" TO FSOC.
       OT-CLAIM-READ.
           READ OTCLAIMFILE NEXT RECORD
              AT END MOVE 10 TO FSOC
              NOT AT END
                 IF OCEMPID NOT = PEMPID OR OCDATE > WS-OT-TO
                    MOVE 10 TO FSOC
                 ELSE
                    IF OCAPPR = "Y" AND OCPAIDPER = SPACES
                       PERFORM OT-PAY-PARA
                    END-IF
                 END-IF
           END-READ.

       OT-PAY-PARA.
           MOVE SPACE TO WS-OT-FLAG.
           MOVE OCDATE TO WS-DAY-DATE.
           IF FSAT NOT = 35
              MOVE PEMPID TO ATEMPID
              MOVE OCDATE TO ATDATE
              READ ATTENDFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ATCODE = "A"
                    MOVE "A" TO WS-OT-FLAG
                 END-IF
              END-READ
           END-IF.
           IF WS-OT-FLAG = SPACE AND FSL NOT = 35
              MOVE PEMPID TO LEMPID
              START LEAVEFILE KEY IS = LEMPID INVALID KEY
                 MOVE 10 TO FSL
              END-START
              PERFORM OT-LEAVE-READ UNTIL FSL = 10
              MOVE "00" TO FSL
           END-IF.
           MOVE 0 TO WS-OT-RATE.
           IF WS-OT-FLAG = SPACE AND FSOR NOT = 35
              MOVE EGRDNO TO ORGRADE
              READ OTRATEFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OCSHIFT = "N"
                    MOVE ORNITRT TO WS-OT-RATE
                 ELSE
                    IF OCSHIFT = "H"
                       MOVE ORHOLRT TO WS-OT-RATE
                    ELSE
                       MOVE ORGENRT TO WS-OT-RATE
                    END-IF
                 END-IF
              END-READ
           END-IF.
           IF WS-OT-FLAG = SPACE AND WS-OT-RATE = 0
              MOVE "R" TO WS-OT-FLAG.
           IF WS-OT-FLAG NOT = SPACE
              MOVE WS-OT-FLAG TO OCFLAG
              REWRITE OTCLAIMREC
              MOVE SPACES TO WS-OF-KEY
              STRING PEMPID " " OCDATE DELIMITED BY SIZE INTO WS-OF-KEY
              PERFORM WRITE-OTFLAG-PARA
           ELSE
              COMPUTE OCAMT ROUNDED = OCHOURS * WS-OT-RATE
              MOVE WS-PERIOD TO OCPAIDPER
              MOVE SPACE TO OCFLAG
              REWRITE OTCLAIMREC
              ADD OCAMT TO WS-OTAMT
           END-IF.

       WRITE-OTFLAG-PARA.
           IF WS-OF-KEY > WS-OF-LAST
              ADD 1 TO WS-OT-HELD
              MOVE SPACES TO OTFLAG-LINE
              IF WS-OT-FLAG = "A"
                 STRING PEMPID " " OCDATE " HELD - MARKED ABSENT"
                    DELIMITED BY SIZE INTO OTFLAG-LINE
              ELSE
                 IF WS-OT-FLAG = "L"
                    STRING PEMPID " " OCDATE " HELD - ON LEAVE"
                       DELIMITED BY SIZE INTO OTFLAG-LINE
                 ELSE
                    STRING PEMPID " " OCDATE " HELD - NO RATE FOR GRADE"
                       DELIMITED BY SIZE INTO OTFLAG-LINE
                 END-IF
              END-IF
              WRITE OTFLAG-LINE
           END-IF.

       COMPUTE-REIMB-PARA.
           MOVE 0 TO WS-REIMB.
           IF FSRC NOT = 35
              MOVE PEMPID TO RCEMPID
              START REIMCLMFILE KEY IS = RCEMPID INVALID KEY
                 MOVE 10 TO FSRC
              END-START
              PERFORM REIMB-CLAIM-READ UNTIL FSRC = 10
              MOVE "00" TO FSRC.
       REIMB-CLAIM-READ.
           READ REIMCLMFILE NEXT RECORD
              AT END MOVE 10 TO FSRC
              NOT AT END
                 IF RCEMPID NOT = PEMPID
                    MOVE 10 TO FSRC
                 ELSE
                    IF RCSTATUS = "PASSED" AND RCPAIDPER = SPACES
                       MOVE "PAID" TO RCSTATUS
                       MOVE WS-PERIOD TO RCPAIDPER
                       REWRITE REIMCLMREC
                       ADD RCPASSAMT TO WS-REIMB
                    END-IF
                 END-IF
           END-READ.

       OT-LEAVE-READ.
           READ LEAVEFILE NEXT RECORD
              AT END MOVE 10 TO FSL
              NOT AT END
                 IF LEMPID NOT = PEMPID
                    MOVE 10 TO FSL
                 ELSE
                    IF LFMDATE NOT > WS-DAY-DATE
                       AND LTODATE NOT < WS-DAY-DATE
                       MOVE "L" TO WS-OT-FLAG
                    END-IF
                 END-IF
           END-READ.

       WRITE-SKIP-PARA.
           MOVE SPACES TO PAYSKIP-LINE.
           STRING PEMPID " " EEMPNAME " ALREADY IN HISTORY FOR "
           MOVE PLOANDA TO PHLOANDA.
           MOVE POTHERD TO PHOTHERD.
           MOVE PPERINC TO PHPERINC.
           MOVE 0 TO PHMEDI.
           MOVE 0 TO PHBOOK.
           MOVE 0 TO PHENTER.
           MOVE 0 TO PHTPH.
           MOVE PHOUSE TO PHHOUSE.
           MOVE PVEHMAN TO PHVEHMAN.
           MOVE PCREDIT TO PHCREDIT.
           MOVE WS-GROSS TO PHGROSS.
           MOVE WS-DED TO PHDED.
           MOVE WS-NET TO PHNET.
           MOVE WS-OTAMT TO PHOTAMT.
           MOVE WS-REIMB TO PHREIMB.
           MOVE WS-RUN-MODE TO PHRUNTYP.
           MOVE WS-RUN-SEQ TO PHRUNSEQ.
           WRITE PAYHISTREC INVALID KEY
              ADD 1 TO WS-DUP-COUNT
           NOT INVALID KEY
              ADD 1 TO WS-RUN-COUNT
              ADD WS-GROSS TO WS-RUN-GROSS
              ADD WS-NET TO WS-RUN-NET
              PERFORM WRITE-PAYSLIP-PARA
           END-WRITE.

                 DELIMITED BY SIZE INTO PAYSLIP-LINE
              WRITE PAYSLIP-LINE
           END-IF.
           IF WS-OTAMT > 0
              MOVE WS-OTAMT TO WS-OT-EDIT
              MOVE SPACES TO PAYSLIP-LINE
              STRING "OVERTIME / SHIFT : " WS-OT-EDIT
                 DELIMITED BY SIZE INTO PAYSLIP-LINE
              WRITE PAYSLIP-LINE
           END-IF.
           IF WS-REIMB > 0
              MOVE WS-REIMB TO WS-REIMB-EDIT
              MOVE SPACES TO PAYSLIP-LINE
              STRING "REIMBURSEMENT    : " WS-REIMB-EDIT
                 "  (NON-TAXABLE)"
                 DELIMITED BY SIZE INTO PAYSLIP-LINE
              WRITE PAYSLIP-LINE
           END-IF.
           MOVE WS-ITAX TO WS-TAX-EDIT.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "INCOME TAX (TDS) : " WS-TAX-EDIT
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSBJ.

           SELECT PAYCKPTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKPERIOD
           FILE STATUS IS FSCK.

           SELECT PENDCHGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCCHGID
           ALTERNATE RECORD KEY IS PCEMPID WITH DUPLICATES
           FILE STATUS IS FSPC.

           SELECT BANKWARNFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSBW.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           02 PHGROSS   PIC 9(9)V99.
           02 PHDED     PIC 9(9)V99.
           02 PHNET     PIC S9(9)V99.
           02 PHOTAMT   PIC 9(6)V99.
           02 PHREIMB   PIC 9(6)V99.
           02 PHRUNTYP  PIC X.
           02 PHRUNSEQ  PIC 99.

       FD PAYPERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BANKREJ.TXT".
       01 BANKREJ-LINE PIC X(80).

       FD PAYCKPTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYCKPT.DAT".
       01 PAYCKPTREC.
           02 CKPERIOD  PIC X(6).
           02 CKRUNSEQ  PIC 99.
           02 CKMODE    PIC X.
           02 CKSTATUS  PIC X(8).
           02 CKEVERY   PIC 9(4).
           02 CKLASTEMP PIC X(6).
           02 CKCOUNT   PIC 9(4).
           02 CKDUP     PIC 9(4).
           02 CKOTHELD  PIC 9(4).
           02 CKGROSS   PIC 9(11)V99.
           02 CKNET     PIC S9(11)V99.
           02 CKDATE    PIC X(8).
           02 CKTIME    PIC X(8).
           02 CKOPID    PIC X(6).

       FD PENDCHGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDCHG.DAT".
       01 PENDCHGREC.
           02 PCCHGID   PIC X(6).
           02 PCEMPID   PIC X(6).
           02 PCFILE    PIC X(8).
           02 PCTYPE    PIC X(6).
           02 PCSTATUS  PIC X(8).
           02 PCMAKER   PIC X(6).
           02 PCMKDATE  PIC X(8).
           02 PCMKTIME  PIC X(8).
           02 PCCHECKER PIC X(6).
           02 PCCKDATE  PIC X(8).
           02 PCCKTIME  PIC X(8).
           02 PCBEFORE  PIC X(260).
           02 PCAFTER   PIC X(260).

       FD BANKWARNFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BANKWARN.TXT".
       01 BANKWARN-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
       77 FSPH  PIC XX.
       77 FSBK  PIC XX.
       77 FSBC  PIC XX.
       77 FSBJ  PIC XX.
       77 FSCK  PIC XX.
       77 FSPC  PIC XX.
       77 FSBW  PIC XX.
       77 ENTKEY PIC X.
       77 WS-PERIOD PIC X(6).
       77 WS-NET    PIC S9(9)V99.
       77 WS-CTL-AMT   PIC 9(11)V99.
       77 WS-BANK-OK   PIC X.
       77 WS-REJ-REASON PIC X(25).
       77 WS-WARN-COUNT PIC 9(6).
       77 WS-RUN-STAMP  PIC X(16).
       77 WS-APPR-STAMP PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 0 TO WS-CR-COUNT.
           MOVE 0 TO WS-REJ-COUNT.
           MOVE 0 TO WS-CTL-AMT.
           MOVE 0 TO WS-WARN-COUNT.
           PERFORM RUN-STAMP-PARA.
           OPEN INPUT PAYHISTFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT BANKFILE.
           OPEN OUTPUT BANKCRFILE.
           OPEN OUTPUT BANKREJFILE.
           OPEN OUTPUT BANKWARNFILE.
           OPEN INPUT PENDCHGFILE.
           PERFORM BANKCR-READ UNTIL FSPH = 10.
           PERFORM WRITE-CONTROL-PARA.
           CLOSE PAYHISTFILE.
           CLOSE BANKFILE.
           CLOSE BANKCRFILE.
           CLOSE BANKREJFILE.
           CLOSE BANKWARNFILE.
           IF FSPC NOT = 35
              CLOSE PENDCHGFILE.
           DISPLAY "CREDITS WRITTEN TO BANKCR.TXT :" LINE 10 COL 1.
           DISPLAY WS-CR-COUNT LINE 10 COL 40.
           DISPLAY "REJECTIONS IN BANKREJ.TXT     :" LINE 11 COL 1.
           DISPLAY WS-REJ-COUNT LINE 11 COL 40.
           DISPLAY "LATE BANK CHANGES BANKWARN.TXT:" LINE 12 COL 1.
           DISPLAY WS-WARN-COUNT LINE 12 COL 40.
           IF WS-WARN-COUNT > 0
              DISPLAY "WARNING - BANK DETAILS APPROVED AFTER PAY RUN"
                 LINE 14 COL 1.
           IF WS-RUN-STAMP = SPACES
              DISPLAY "NO COMPLETED RUN CHECKPOINT - NOT CHECKED"
                 LINE 14 COL 1.
       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           ELSE
              PERFORM WRITE-REJECT-PARA
           END-IF.
           IF WS-RUN-STAMP NOT = SPACES AND FSPC NOT = 35
              PERFORM LATE-BANK-PARA.

       RUN-STAMP-PARA.
           MOVE SPACES TO WS-RUN-STAMP.
           OPEN INPUT PAYCKPTFILE.
           IF FSCK = 35
              GO TO RUN-STAMP-EXIT.
           MOVE WS-PERIOD TO CKPERIOD.
           READ PAYCKPTFILE INVALID KEY
              MOVE SPACES TO CKSTATUS
           END-READ.
           IF CKSTATUS = "COMPLETE"
              MOVE CKDATE TO WS-RUN-STAMP(1:8)
              MOVE CKTIME TO WS-RUN-STAMP(9:8).
           CLOSE PAYCKPTFILE.
       RUN-STAMP-EXIT.
           CONTINUE.

       LATE-BANK-PARA.
           MOVE PHEMPID TO PCEMPID.
           START PENDCHGFILE KEY IS = PCEMPID INVALID KEY
              MOVE 10 TO FSPC
           END-START.
           PERFORM LATE-BANK-READ UNTIL FSPC = 10.
           MOVE "00" TO FSPC.
       LATE-BANK-READ.
           READ PENDCHGFILE NEXT RECORD
              AT END MOVE 10 TO FSPC
              NOT AT END
                 IF PCEMPID NOT = PHEMPID
                    MOVE 10 TO FSPC
                 ELSE
                    IF PCFILE = "BANK" AND PCSTATUS = "APPROVED"
                       PERFORM LATE-BANK-CHECK
                    END-IF
                 END-IF
           END-READ.
       LATE-BANK-CHECK.
           MOVE PCCKDATE TO WS-APPR-STAMP(1:8).
           MOVE PCCKTIME TO WS-APPR-STAMP(9:8).
           IF WS-APPR-STAMP > WS-RUN-STAMP
              MOVE SPACES TO BANKWARN-LINE
              STRING PHEMPID " " EEMPNAME " " PCCHGID
                 " APPROVED " PCCKDATE " " PCCKTIME(1:6)
                 " BY " PCCHECKER
                 DELIMITED BY SIZE INTO BANKWARN-LINE
              WRITE BANKWARN-LINE
              ADD 1 TO WS-WARN-COUNT.

       CHECK-BANK-DETAIL-PARA.
           MOVE "Y" TO WS-BANK-OK.
           02 PHGROSS   PIC 9(9)V99.
           02 PHDED     PIC 9(9)V99.
           02 PHNET     PIC S9(9)V99.
           02 PHOTAMT   PIC 9(6)V99.
           02 PHREIMB   PIC 9(6)V99.
           02 PHRUNTYP  PIC X.
           02 PHRUNSEQ  PIC 99.

       FD PAYPERFILE
           LABEL RECORDS ARE STANDARD
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           ALTERNATE RECORD KEY IS AEMPID WITH DUPLICATES
           FILE STATUS IS FSA.

           SELECT NOMINEEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NMKEY
           FILE STATUS IS FSNM.

           SELECT FINSETTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           02 SPNOTICE  PIC X(10).
           02 SPLWD     PIC X(10).
           02 SPSETTLED PIC X.
           02 SPREASON  PIC X.

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       FD NOMINEEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOMINEE.DAT".
       01 NOMINEEREC.
           02 NMKEY.
              03 NMEMPID  PIC X(6).
              03 NMSEQ    PIC 99.
           02 NMNAME   PIC X(25).
           02 NMRELN   PIC X(10).
           02 NMDOB    PIC X(10).
           02 NMPFPCT  PIC 999V99.
           02 NMGRPCT  PIC 999V99.
           02 NMDUEPCT PIC 999V99.

       FD FINSETTFILE
           LABEL RECORDS ARE STANDARD
       77 FSSP  PIC XX.
       77 FSA   PIC XX.
       77 FSFS  PIC XX.
       77 FSNM  PIC XX.
       77 ENTKEY PIC X.
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AMT-EDIT PIC Z(8)9.99.
       77 WS-NET-EDIT PIC -(8)9.99.
       77 WS-DAYS-EDIT PIC Z9.
       77 WS-REASON-TEXT PIC X(15).
       77 WS-NM-COUNT  PIC 99.
       77 WS-TOT-GR    PIC 9(4)V99.
       77 WS-TOT-DUE   PIC 9(4)V99.
       77 WS-NM-GRAT   PIC 9(9)V99.
       77 WS-NM-DUES   PIC S9(9)V99.
       77 WS-DUES-EXGR PIC S9(9)V99.
       77 WS-PCT-EDIT  PIC ZZ9.99.
       77 WS-PCT2-EDIT PIC ZZ9.99.
       77 WS-PCT3-EDIT PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           READ PAYMENTFILE INVALID KEY GO TO ERROR-PAYMENT-PARA.
           COMPUTE WS-GROSS = PBASIC + PDA + PCCA + PHRA + PDPA
              + PPPA + PEDUA + PTECHJR + PLUNCHA + PCONVEY + PBUSATR
              + PLTA + PPERINC + PHOUSE + PVEHMAN + PCLUB.
           MOVE SPLWD(9:2) TO WS-LWD-DAY.
           IF WS-LWD-DAY > 30
              MOVE 30 TO WS-LWD-DAY.
           DISPLAY "NET SETTLEMENT AMOUNT :" LINE 14 COL 1.
           DISPLAY WS-NET-EDIT LINE 14 COL 30.
           DISPLAY "STATEMENT APPENDED TO FINSETT.TXT" LINE 15 COL 1.
           IF SPREASON = "D"
              DISPLAY "DEATH CASE - NOMINEE SHARES SHOWN ON STATEMENT"
                 LINE 16 COL 1.
       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           STRING "BRANCH   : " EBRNID "  LAST WORKING DATE : " SPLWD
              DELIMITED BY SIZE INTO FINSETT-LINE.
           WRITE FINSETT-LINE.
           PERFORM REASON-TEXT-PARA.
           MOVE SPACES TO FINSETT-LINE.
           STRING "REASON   : " WS-REASON-TEXT
              DELIMITED BY SIZE INTO FINSETT-LINE.
           WRITE FINSETT-LINE.
           MOVE WS-LWD-DAY TO WS-DAYS-EDIT.
           MOVE WS-PRORATA TO WS-AMT-EDIT.
           MOVE SPACES TO FINSETT-LINE.
           STRING "PRO-RATA PAY (" WS-DAYS-EDIT " DAYS)   : "
           STRING "NET SETTLEMENT           : " WS-NET-EDIT
              DELIMITED BY SIZE INTO FINSETT-LINE.
           WRITE FINSETT-LINE.
           IF SPREASON = "D"
              PERFORM WRITE-NOMINEE-PARA THRU WRITE-NOMINEE-EXIT.
           CLOSE FINSETTFILE.

       REASON-TEXT-PARA.
           MOVE "NOT RECORDED" TO WS-REASON-TEXT.
           IF SPREASON = "R"
              MOVE "RESIGNATION" TO WS-REASON-TEXT.
           IF SPREASON = "S"
              MOVE "SUPERANNUATION" TO WS-REASON-TEXT.
           IF SPREASON = "T"
              MOVE "TERMINATION" TO WS-REASON-TEXT.
           IF SPREASON = "D"
              MOVE "DEATH" TO WS-REASON-TEXT.
           IF SPREASON = "O"
              MOVE "OTHER" TO WS-REASON-TEXT.

       WRITE-NOMINEE-PARA.
           MOVE SPACES TO FINSETT-LINE.
           WRITE FINSETT-LINE.
           MOVE "PAYABLE TO NOMINEES (DEATH IN SERVICE)"
              TO FINSETT-LINE.
           WRITE FINSETT-LINE.
           COMPUTE WS-DUES-EXGR = WS-NET - WS-GRATUITY.
           MOVE WS-DUES-EXGR TO WS-NET-EDIT.
           MOVE SPACES TO FINSETT-LINE.
           STRING "OTHER DUES (NET LESS GRATUITY) : " WS-NET-EDIT
              DELIMITED BY SIZE INTO FINSETT-LINE.
           WRITE FINSETT-LINE.
           MOVE 0 TO WS-NM-COUNT WS-TOT-GR WS-TOT-DUE.
           OPEN INPUT NOMINEEFILE.
           IF FSNM = 35
              GO TO WRITE-NOMINEE-CHECK.
           MOVE EEMPID TO NMEMPID.
           MOVE 0 TO NMSEQ.
           START NOMINEEFILE KEY IS NOT LESS THAN NMKEY INVALID KEY
              MOVE 10 TO FSNM
           END-START.
           PERFORM WRITE-NOMINEE-READ UNTIL FSNM = 10.
           CLOSE NOMINEEFILE.
       WRITE-NOMINEE-CHECK.
           IF WS-NM-COUNT = 0
              MOVE "NO NOMINEE ON FILE - DUES PAYABLE TO LEGAL HEIRS"
                 TO FINSETT-LINE
              WRITE FINSETT-LINE
              GO TO WRITE-NOMINEE-EXIT.
           IF WS-TOT-GR NOT = 100 OR WS-TOT-DUE NOT = 100
              MOVE "NOMINEE SHARES DO NOT TOTAL 100 % - REFER TO HR"
                 TO FINSETT-LINE
              WRITE FINSETT-LINE.
       WRITE-NOMINEE-EXIT.
           CONTINUE.
       WRITE-NOMINEE-READ.
           READ NOMINEEFILE NEXT RECORD
              AT END MOVE 10 TO FSNM
              NOT AT END
                 IF NMEMPID NOT = EEMPID
                    MOVE 10 TO FSNM
                 ELSE
                    IF NMPFPCT > 0 OR NMGRPCT > 0 OR NMDUEPCT > 0
                       PERFORM WRITE-NOMINEE-LINE
                    END-IF
                 END-IF
           END-READ.
       WRITE-NOMINEE-LINE.
           ADD 1 TO WS-NM-COUNT.
           ADD NMGRPCT TO WS-TOT-GR.
           ADD NMDUEPCT TO WS-TOT-DUE.
           COMPUTE WS-NM-GRAT ROUNDED = WS-GRATUITY * NMGRPCT / 100.
           COMPUTE WS-NM-DUES ROUNDED =
              WS-DUES-EXGR * NMDUEPCT / 100.
           MOVE SPACES TO FINSETT-LINE.
           STRING "NOMINEE : " NMNAME " " NMRELN " DOB " NMDOB
              DELIMITED BY SIZE INTO FINSETT-LINE.
           WRITE FINSETT-LINE.
           MOVE NMGRPCT TO WS-PCT-EDIT.
           MOVE WS-NM-GRAT TO WS-AMT-EDIT.
           MOVE NMDUEPCT TO WS-PCT2-EDIT.
           MOVE WS-NM-DUES TO WS-NET-EDIT.
           MOVE NMPFPCT TO WS-PCT3-EDIT.
           MOVE SPACES TO FINSETT-LINE.
           STRING " GRATUITY " WS-PCT-EDIT "% : " WS-AMT-EDIT
              " OTHER DUES " WS-PCT2-EDIT "% : " WS-NET-EDIT
              " PF " WS-PCT3-EDIT "%"
              DELIMITED BY SIZE INTO FINSETT-LINE.
           WRITE FINSETT-LINE.

       AUDIT-LOG-PARA.
           OPEN I-O AUDITFILE.
           IF FSA = 35
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       FD ADBKFILE
           LABEL RECORDS ARE STANDARD
           02 SPNOTICE  PIC X(10).
           02 SPLWD     PIC X(10).
           02 SPSETTLED PIC X.
           02 SPREASON  PIC X.

       FD SPBKFILE
           LABEL RECORDS ARE STANDARD
           02 PHGROSS   PIC 9(9)V99.
           02 PHDED     PIC 9(9)V99.
           02 PHNET     PIC S9(9)V99.
           02 PHOTAMT   PIC 9(6)V99.
           02 PHREIMB   PIC 9(6)V99.
           02 PHRUNTYP  PIC X.
           02 PHRUNSEQ  PIC 99.

       FD PHBKFILE
           LABEL RECORDS ARE STANDARD
              03 ATEMPID PIC X(6).
              03 ATDATE  PIC X(10).
           02 ATCODE    PIC X.
           02 ATSOURCE  PIC X.

       FD ATBKFILE
           LABEL RECORDS ARE STANDARD
           MOVE O-PHGROSS TO PHGROSS.
           MOVE O-PHDED TO PHDED.
           MOVE O-PHNET TO PHNET.
           MOVE 0 TO PHOTAMT.
           MOVE 0 TO PHREIMB.
           MOVE "M" TO PHRUNTYP.
           MOVE 0 TO PHRUNSEQ.

       CONVERT-RV-PARA.
           DISPLAY " " WITH BLANK SCREEN.
                    MOVE "Y" TO WS-BK-DONE
                 ELSE
                    MOVE PHBK-DATA TO PAYHISTREC
                    IF PHOTAMT NOT NUMERIC
                       MOVE 0 TO PHOTAMT
                    END-IF
                    IF PHREIMB NOT NUMERIC
                       MOVE 0 TO PHREIMB
                    END-IF
                    IF PHRUNSEQ NOT NUMERIC
                       MOVE "M" TO PHRUNTYP
                       MOVE 0 TO PHRUNSEQ
                    END-IF
                    WRITE PAYHISTREC INVALID KEY
                       DISPLAY "DUPLICATE KEY SKIPPED" LINE 22 COL 5
                    NOT INVALID KEY
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
              03 ATEMPID PIC X(6).
              03 ATDATE  PIC X(10).
           02 ATCODE    PIC X.
           02 ATSOURCE  PIC X.

       FD HOLIDAYFILE
           LABEL RECORDS ARE STANDARD
           02 PHGROSS   PIC 9(9)V99.
           02 PHDED     PIC 9(9)V99.
           02 PHNET     PIC S9(9)V99.
           02 PHOTAMT   PIC 9(6)V99.
           02 PHREIMB   PIC 9(6)V99.
           02 PHRUNTYP  PIC X.
           02 PHRUNSEQ  PIC 99.

       FD TAXSTMTFILE
           LABEL RECORDS ARE STANDARD
       77 WS-T-PF     PIC 9(9)V99.
       77 WS-T-PTAX   PIC 9(9)V99.
       77 WS-T-ITAX   PIC 9(9)V99.
       77 WS-T-REIMB  PIC 9(9)V99.
       77 WS-T-MONTHS PIC 99.
       77 WS-STMT-COUNT PIC 9(4).
       77 WS-AMT-EDIT PIC Z(8)9.99.

       STMT-EMP-PARA.
           MOVE 0 TO WS-T-GROSS WS-T-PF WS-T-PTAX WS-T-ITAX.
           MOVE 0 TO WS-T-REIMB.
           MOVE 0 TO WS-T-MONTHS.
           MOVE WS-FY-YY TO WS-SCAN-YY.
           MOVE 4 TO WS-SCAN-MM.
              ADD PHPF TO WS-T-PF
              ADD PHPTAX TO WS-T-PTAX
              ADD PHITAX TO WS-T-ITAX
              ADD PHREIMB TO WS-T-REIMB
              ADD 1 TO WS-T-MONTHS
           END-READ.
           IF WS-SCAN-MM = 12
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO TAXSTMT-LINE.
           WRITE TAXSTMT-LINE.
           MOVE WS-T-REIMB TO WS-AMT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REIMBURSEMENTS (EXEMPT)  : " WS-AMT-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO TAXSTMT-LINE.
           WRITE TAXSTMT-LINE.

       END PROGRAM TAXSTMT.

           ALTERNATE RECORD KEY IS REMPID WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT OTCLAIMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OCKEY
           FILE STATUS IS FSOC.

           SELECT REIMCLMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCCLMID
           ALTERNATE RECORD KEY IS RCEMPID WITH DUPLICATES
           FILE STATUS IS FSRC.

           SELECT PAYCKPTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKPERIOD
           FILE STATUS IS FSCK.

           SELECT GLCTLFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GCPERIOD
           FILE STATUS IS FSGC.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 PHGROSS   PIC 9(9)V99.
           02 PHDED     PIC 9(9)V99.
           02 PHNET     PIC S9(9)V99.
           02 PHOTAMT   PIC 9(6)V99.
           02 PHREIMB   PIC 9(6)V99.
           02 PHRUNTYP  PIC X.
           02 PHRUNSEQ  PIC 99.

       FD REVISIONFILE
           LABEL RECORDS ARE STANDARD
           02 RREVDATE PIC X(10).
           02 RAPPLPER PIC X(6).

       FD OTCLAIMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OTCLAIM.DAT".
       01 OTCLAIMREC.
           02 OCKEY.
              03 OCEMPID PIC X(6).
              03 OCDATE  PIC X(10).
           02 OCHOURS   PIC 99V9.
           02 OCSHIFT   PIC X.
           02 OCAPPR    PIC X.
           02 OCAPPBY   PIC X(6).
           02 OCFLAG    PIC X.
           02 OCAMT     PIC 9(6)V99.
           02 OCPAIDPER PIC X(6).

       FD REIMCLMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REIMCLM.DAT".
       01 REIMCLMREC.
           02 RCCLMID   PIC X(6).
           02 RCEMPID   PIC X(6).
           02 RCHEAD    PIC X(5).
           02 RCBILLDT  PIC X(10).
           02 RCFY      PIC 9(4).
           02 RCAMT     PIC 9(6)V99.
           02 RCPASSAMT PIC 9(6)V99.
           02 RCSTATUS  PIC X(8).
           02 RCPAIDPER PIC X(6).
           02 RCENTDT   PIC X(8).
           02 RCOPID    PIC X(6).

       FD PAYCKPTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYCKPT.DAT".
       01 PAYCKPTREC.
           02 CKPERIOD  PIC X(6).
           02 CKRUNSEQ  PIC 99.
           02 CKMODE    PIC X.
           02 CKSTATUS  PIC X(8).
           02 CKEVERY   PIC 9(4).
           02 CKLASTEMP PIC X(6).
           02 CKCOUNT   PIC 9(4).
           02 CKDUP     PIC 9(4).
           02 CKOTHELD  PIC 9(4).
           02 CKGROSS   PIC 9(11)V99.
           02 CKNET     PIC S9(11)V99.
           02 CKDATE    PIC X(8).
           02 CKTIME    PIC X(8).
           02 CKOPID    PIC X(6).

       FD GLCTLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GLCTL.DAT".
       01 GLCTLREC.
           02 GCPERIOD PIC X(6).
           02 GCBATCH  PIC 9(4).
           02 GCSTATUS PIC X(8).
           02 GCDEBIT  PIC 9(11)V99.
           02 GCCREDIT PIC 9(11)V99.
           02 GCDATE   PIC X(8).
           02 GCOPID   PIC X(6).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSPP  PIC XX.
       77 FSPH  PIC XX.
       77 FSR   PIC XX.
       77 FSA   PIC XX.
       77 FSOC  PIC XX.
       77 FSRC  PIC XX.
       77 FSCK  PIC XX.
       77 FSGC  PIC XX.
       77 ENTKEY PIC X.
       77 WS-MODE PIC X.
       77 WS-PERIOD PIC X(6).
       77 WS-GL-POSTED PIC X.
       77 WS-DEL-COUNT PIC 9(4).
       77 WS-DEL-EDIT  PIC Z(3)9.
       77 WS-REV-COUNT PIC 9(4).
       77 WS-OT-COUNT  PIC 9(4).
       77 WS-RC-COUNT  PIC 9(4).
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AUDIT-OPER   PIC X(10).
              DISPLAY PPSTATUS LINE 13 COL 50
              CLOSE PAYPERFILE
              GO TO MAIN-EXIT.
           MOVE "N" TO WS-GL-POSTED.
           OPEN INPUT GLCTLFILE.
           IF FSGC NOT = 35
              MOVE WS-PERIOD TO GCPERIOD
              READ GLCTLFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF GCSTATUS = "POSTED"
                    MOVE "Y" TO WS-GL-POSTED
                 END-IF
              END-READ
              CLOSE GLCTLFILE.
           IF WS-GL-POSTED = "Y"
              DISPLAY
                "GL JOURNAL POSTED - REVERSE IT IN GLJOURNAL FIRST"
                 LINE 13 COL 5
              CLOSE PAYPERFILE
              GO TO MAIN-EXIT.
           DISPLAY "DELETE ALL PAY HISTORY FOR " LINE 13 COL 5.
           DISPLAY WS-PERIOD LINE 13 COL 33.
           DISPLAY "CONFIRM (Y/N) :" LINE 14 COL 5.
           IF FSR NOT = 35
              PERFORM REVERSE-REV-READ UNTIL FSR = 10
              CLOSE REVISIONFILE.
           MOVE 0 TO WS-OT-COUNT.
           OPEN I-O OTCLAIMFILE.
           IF FSOC NOT = 35
              PERFORM REVERSE-OT-READ UNTIL FSOC = 10
              CLOSE OTCLAIMFILE.
           MOVE 0 TO WS-RC-COUNT.
           OPEN I-O REIMCLMFILE.
           IF FSRC NOT = 35
              PERFORM REVERSE-RC-READ UNTIL FSRC = 10
              CLOSE REIMCLMFILE.
           OPEN I-O PAYCKPTFILE.
           IF FSCK NOT = 35
              MOVE WS-PERIOD TO CKPERIOD
              DELETE PAYCKPTFILE RECORD INVALID KEY
                 CONTINUE
              END-DELETE
              CLOSE PAYCKPTFILE.
           MOVE "OPEN" TO PPSTATUS.
           REWRITE PAYPERREC.
           CLOSE PAYPERFILE.
           STRING "DELETED " WS-DEL-EDIT " RECORDS"
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "HISTORY RECORDS DELETED :" LINE 15 COL 5.
           DISPLAY WS-DEL-COUNT LINE 15 COL 32.
           DISPLAY "REVISIONS RE-OPENED     :" LINE 16 COL 5.
           DISPLAY WS-REV-COUNT LINE 16 COL 32.
           DISPLAY "OVERTIME CLAIMS RE-OPENED :" LINE 17 COL 5.
           DISPLAY WS-OT-COUNT LINE 17 COL 34.
           DISPLAY "REIMBURSEMENTS RE-OPENED  :" LINE 18 COL 5.
           DISPLAY WS-RC-COUNT LINE 18 COL 34.
           DISPLAY "PERIOD SET BACK TO OPEN" LINE 19 COL 5.
           GO TO MAIN-EXIT.

       REVERSE-HIST-READ.
                 END-IF
           END-READ.

       REVERSE-OT-READ.
           READ OTCLAIMFILE NEXT RECORD
              AT END MOVE 10 TO FSOC
              NOT AT END
                 IF OCPAIDPER = WS-PERIOD
                    MOVE SPACES TO OCPAIDPER
                    MOVE 0 TO OCAMT
                    REWRITE OTCLAIMREC
                    ADD 1 TO WS-OT-COUNT
                 END-IF
           END-READ.

       REVERSE-RC-READ.
           READ REIMCLMFILE NEXT RECORD
              AT END MOVE 10 TO FSRC
              NOT AT END
                 IF RCSTATUS = "PAID" AND RCPAIDPER = WS-PERIOD
                    MOVE "PASSED" TO RCSTATUS
                    MOVE SPACES TO RCPAIDPER
                    REWRITE REIMCLMREC
                    ADD 1 TO WS-RC-COUNT
                 END-IF
           END-READ.

       AUDIT-LOG-PARA.
           OPEN I-O AUDITFILE.
           IF FSA = 35
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSG.

           SELECT PENDCHGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCCHGID
           ALTERNATE RECORD KEY IS PCEMPID WITH DUPLICATES
           FILE STATUS IS FSPC.

           SELECT SANCTIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNKEY
           FILE STATUS IS FSSN.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 GGRADE   PIC 99.
           02 GDESIGN  PIC X(25).

       FD PENDCHGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDCHG.DAT".
       01 PENDCHGREC.
           02 PCCHGID   PIC X(6).
           02 PCEMPID   PIC X(6).
           02 PCFILE    PIC X(8).
           02 PCTYPE    PIC X(6).
           02 PCSTATUS  PIC X(8).
           02 PCMAKER   PIC X(6).
           02 PCMKDATE  PIC X(8).
           02 PCMKTIME  PIC X(8).
           02 PCCHECKER PIC X(6).
           02 PCCKDATE  PIC X(8).
           02 PCCKTIME  PIC X(8).
           02 PCBEFORE  PIC X(260).
           02 PCAFTER   PIC X(260).

       FD SANCTIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SANCTION.DAT".
       01 SANCTIONREC.
           02 SNKEY.
              03 SNBRNID  PIC X(6).
              03 SNDESID  PIC X(6).
              03 SNDEPID  PIC X(6).
           02 SNPOSTS   PIC 9(4).
           02 SNBUDGET  PIC 9(9)V99.
           02 SNCTL     PIC X.

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSVC  PIC XX.
       77 FSO   PIC XX.
       77 FSEP  PIC XX.
       77 FSBK  PIC XX.
       77 FSPC  PIC XX.
       77 FSR   PIC XX.
       77 FSB   PIC XX.
       77 FSDES PIC XX.
       77 FSDEP PIC XX.
       77 FSG   PIC XX.
       77 FSSN  PIC XX.
       77 FSA   PIC XX.
       77 ENTKEY PIC X.
       77 CHOICE PIC 9.
       77 WS-J-LTA   PIC 9(6)V99.
       77 WS-J-PF    PIC 9(6)V99.
       77 WS-J-ESI   PIC 9(6)V99.
       77 WS-SN-VAC    PIC X.
       77 WS-SN-RESULT PIC X.
       77 WS-SN-FILLED PIC 9(4).
       77 WS-SN-OPEN   PIC 9(4).
       77 WS-SN-VAC-SAVE PIC X(32).
       77 WS-PC-SEQ    PIC 9(5).
       77 WS-PC-SEQ-X  PIC 9(5).
       77 WS-PC-CHGID  PIC X(6).
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AUDIT-OPER   PIC X(10).

       VACANCY-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           MOVE "Y" TO WS-SN-VAC.
           OPEN I-O VACANCYFILE.
           IF FSVC = 35
              MOVE "N" TO WS-SN-VAC
              OPEN OUTPUT VACANCYFILE.
           DISPLAY "ENTER VACANCY CODE :" LINE 1 COL 1.
           ACCEPT VVACID LINE 1 COL 35.
                 LINE 12 COL 10
              CLOSE VACANCYFILE
              GO TO RETURN-PARA.
           OPEN INPUT EMPFILE.
           PERFORM SANCTION-CHECK-PARA THRU SANCTION-CHECK-EXIT.
           IF FSO NOT = 35
              CLOSE EMPFILE.
           IF WS-SN-RESULT = "B"
              DISPLAY "POST OVER SANCTIONED STRENGTH - NOT SAVED"
                 LINE 12 COL 10
              CLOSE VACANCYFILE
              GO TO RETURN-PARA.
           MOVE "OPEN" TO VSTATUS.
           WRITE VACANCYREC INVALID KEY
              DISPLAY "VACANCY CODE ALREADY EXISTS" LINE 12 COL 10.
              OPEN OUTPUT EMPFILE
              CLOSE EMPFILE
              OPEN I-O EMPFILE.
           MOVE "N" TO WS-SN-VAC.
           PERFORM SANCTION-CHECK-PARA THRU SANCTION-CHECK-EXIT.
           IF WS-SN-RESULT = "B"
              DISPLAY "POST OVER SANCTIONED STRENGTH - NOT ENGAGED"
                 LINE 12 COL 10
              CLOSE EMPFILE
              CLOSE VACANCYFILE
              CLOSE APPLICANTFILE
              GO TO RETURN-PARA.
           PERFORM NEXT-EMPID-PARA.
           DISPLAY "NEW EMPLOYEE CODE :" LINE 2 COL 1.
           DISPLAY WS-NEW-EMPID LINE 2 COL 35.
           ACCEPT BKMODE LINE 14 COL 40.
           PERFORM WRITE-NEW-EMP-PARA.
           PERFORM WRITE-NEW-EMPPER-PARA.
           PERFORM QUEUE-NEW-BANK-PARA THRU QUEUE-NEW-BANK-EXIT.
           PERFORM WRITE-NEW-REVISION-PARA.
           MOVE "FILLED" TO VSTATUS.
           REWRITE VACANCYREC.
           DISPLAY WS-NEW-EMPID LINE 16 COL 35.
           GO TO RETURN-PARA.

       SANCTION-CHECK-PARA.
           MOVE "O" TO WS-SN-RESULT.
           OPEN INPUT SANCTIONFILE.
           IF FSSN = 35
              GO TO SANCTION-CHECK-EXIT.
           MOVE VBRNID TO SNBRNID.
           MOVE VDESID TO SNDESID.
           MOVE VDEPID TO SNDEPID.
           READ SANCTIONFILE INVALID KEY
              MOVE "N" TO WS-SN-RESULT
           END-READ.
           CLOSE SANCTIONFILE.
           IF WS-SN-RESULT = "N"
              DISPLAY "NO SANCTIONED STRENGTH ON FILE FOR THIS POST"
                 LINE 15 COL 1
              GO TO SANCTION-CHECK-EXIT.
           MOVE 0 TO WS-SN-FILLED.
           MOVE 0 TO WS-SN-OPEN.
           IF FSO NOT = 35
              MOVE LOW-VALUES TO EEMPID
              START EMPFILE KEY IS NOT LESS THAN EEMPID
                 INVALID KEY MOVE 10 TO FSO
              END-START
              PERFORM SANCTION-EMP-READ UNTIL FSO = 10
              MOVE "00" TO FSO.
           IF WS-SN-VAC = "Y"
              MOVE VACANCYREC TO WS-SN-VAC-SAVE
              MOVE LOW-VALUES TO VVACID
              START VACANCYFILE KEY IS NOT LESS THAN VVACID
                 INVALID KEY MOVE 10 TO FSVC
              END-START
              PERFORM SANCTION-VAC-READ UNTIL FSVC = 10
              MOVE "00" TO FSVC
              MOVE WS-SN-VAC-SAVE TO VACANCYREC.
           IF WS-SN-FILLED + WS-SN-OPEN + 1 NOT > SNPOSTS
              GO TO SANCTION-CHECK-EXIT.
           DISPLAY "OVER SANCTION - POSTS" LINE 15 COL 1.
           DISPLAY SNPOSTS LINE 15 COL 23.
           DISPLAY "FILLED" LINE 15 COL 29.
           DISPLAY WS-SN-FILLED LINE 15 COL 36.
           DISPLAY "OPEN VACANCIES" LINE 15 COL 42.
           DISPLAY WS-SN-OPEN LINE 15 COL 57.
           IF SNCTL NOT = "W"
              MOVE "B" TO WS-SN-RESULT
              GO TO SANCTION-CHECK-EXIT.
           DISPLAY "CONTINUE ANYWAY (Y/N) :" LINE 17 COL 1.
           ACCEPT ENTKEY LINE 17 COL 25.
           IF ENTKEY = "Y" OR ENTKEY = "y"
              MOVE "W" TO WS-SN-RESULT
           ELSE
              MOVE "B" TO WS-SN-RESULT
           END-IF.
       SANCTION-CHECK-EXIT.
           CONTINUE.
       SANCTION-EMP-READ.
           READ EMPFILE NEXT RECORD
              AT END MOVE 10 TO FSO
              NOT AT END
                 IF EBRNID = VBRNID AND EDESID = VDESID
                    AND EDEPID = VDEPID
                    AND ESTATUS NOT = "SEPARATED"
                    ADD 1 TO WS-SN-FILLED
                 END-IF
           END-READ.
       SANCTION-VAC-READ.
           READ VACANCYFILE NEXT RECORD
              AT END MOVE 10 TO FSVC
              NOT AT END
                 IF VBRNID = WS-SN-VAC-SAVE(7:6)
                    AND VDESID = WS-SN-VAC-SAVE(13:6)
                    AND VDEPID = WS-SN-VAC-SAVE(19:6)
                    AND VSTATUS = "OPEN"
                    ADD 1 TO WS-SN-OPEN
                 END-IF
           END-READ.

       NEXT-EMPID-PARA.
           MOVE 0 TO WS-MAX-SEQ.
           MOVE LOW-VALUES TO EEMPID.
           END-WRITE.
           CLOSE EMPPERSONALFILE.

       QUEUE-NEW-BANK-PARA.
           MOVE WS-NEW-EMPID TO BKEMPID.
           OPEN I-O PENDCHGFILE.
           IF FSPC = 35
              OPEN OUTPUT PENDCHGFILE
              CLOSE PENDCHGFILE
              OPEN I-O PENDCHGFILE.
           MOVE 0 TO WS-PC-SEQ.
           MOVE HIGH-VALUES TO PCCHGID.
           START PENDCHGFILE KEY IS LESS THAN PCCHGID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ PENDCHGFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE PCCHGID(2:5) TO WS-PC-SEQ
                 END-READ
           END-START.
           ADD 1 TO WS-PC-SEQ.
           MOVE WS-PC-SEQ TO WS-PC-SEQ-X.
           STRING "P" WS-PC-SEQ-X DELIMITED BY SIZE INTO PCCHGID.
           MOVE WS-NEW-EMPID TO PCEMPID.
           MOVE "BANK" TO PCFILE.
           MOVE "ADD" TO PCTYPE.
           MOVE "PENDING" TO PCSTATUS.
           MOVE WS-SIGNON-OPID TO PCMAKER.
           ACCEPT PCMKDATE FROM DATE YYYYMMDD.
           ACCEPT PCMKTIME FROM TIME.
           MOVE SPACES TO PCCHECKER PCCKDATE PCCKTIME.
           MOVE SPACES TO PCBEFORE.
           MOVE BANKREC TO PCAFTER.
           WRITE PENDCHGREC INVALID KEY
              DISPLAY "BANK DETAILS NOT QUEUED - ENTER IN HRMS WRITE"
                 LINE 17 COL 1
              CLOSE PENDCHGFILE
              GO TO QUEUE-NEW-BANK-EXIT
           END-WRITE.
           MOVE PCCHGID TO WS-PC-CHGID.
           CLOSE PENDCHGFILE.
           DISPLAY "BANK DETAILS QUEUED FOR APPROVAL - REFERENCE :"
              LINE 17 COL 1.
           DISPLAY WS-PC-CHGID LINE 17 COL 49.
           MOVE WS-NEW-EMPID TO WS-AUDIT-EMPID.
           MOVE "BANKFILE" TO WS-AUDIT-FILE.
           MOVE "BANK-MAKE" TO WS-AUDIT-OPER.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING BKACCNO " " WS-PC-CHGID
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
       QUEUE-NEW-BANK-EXIT.
           CONTINUE.

       WRITE-NEW-REVISION-PARA.
           OPEN I-O REVISIONFILE.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           02 SPNOTICE  PIC X(10).
           02 SPLWD     PIC X(10).
           02 SPSETTLED PIC X.
           02 SPREASON  PIC X.

       FD LETTERFILE
           LABEL RECORDS ARE STANDARD
           02 PHGROSS   PIC 9(9)V99.
           02 PHDED     PIC 9(9)V99.
           02 PHNET     PIC S9(9)V99.
           02 PHOTAMT   PIC 9(6)V99.
           02 PHREIMB   PIC 9(6)V99.
           02 PHRUNTYP  PIC X.
           02 PHRUNSEQ  PIC 99.

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
                 MOVE "Y" TO WS-PAY-FOUND
                 COMPUTE WS-GROSS = PBASIC + PDA + PCCA + PHRA + PDPA
                    + PPPA + PEDUA + PTECHJR + PLUNCHA + PCONVEY
                    + PBUSATR + PLTA + PGRTY + PPERINC + PHOUSE
                    + PVEHMAN + PCLUB
                 COMPUTE WS-DED = PPF + PESI + PPTAX + PITAX + PLOANDA
                    + POTHERD + PCREDIT
                 COMPUTE WS-NET = WS-GROSS - WS-DED
           02 PHGROSS   PIC 9(9)V99.
           02 PHDED     PIC 9(9)V99.
           02 PHNET     PIC S9(9)V99.
           02 PHOTAMT   PIC 9(6)V99.
           02 PHREIMB   PIC 9(6)V99.
           02 PHRUNTYP  PIC X.
           02 PHRUNSEQ  PIC 99.

       FD PAYPERFILE
           LABEL RECORDS ARE STANDARD
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
              PHGRTY PHPTAX PHITAX PHLOAN PHLOANDA PHOTHERD PHMEDI
              PHBOOK PHENTER PHTPH PHHOUSE PHVEHMAN PHCREDIT PHCLUB.
           MOVE 0 TO PHCL PHSL PHPL PHLLOP PHOTHERL.
           MOVE 0 TO PHLOPDAYS PHLOPAMT PHARREAR PHOTAMT PHREIMB.
           MOVE "B" TO PHRUNTYP.
           MOVE 0 TO PHRUNSEQ.
           MOVE WS-BONUS TO PHPERINC.
           MOVE WS-BONUS TO PHGROSS.
           MOVE 0 TO PHDED.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           02 SPNOTICE  PIC X(10).
           02 SPLWD     PIC X(10).
           02 SPSETTLED PIC X.
           02 SPREASON  PIC X.

       FD TRANSFERFILE
           LABEL RECORDS ARE STANDARD
           END-READ.

       END PROGRAM MOVEMENT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           ALTERNATE RECORD KEY IS EEMPNAME WITH DUPLICATES
           FILE STATUS IS FSO.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHKEY
           FILE STATUS IS FSPH.

           SELECT PAYPERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPPERIOD
           FILE STATUS IS FSPP.

           SELECT GLMAPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GMHEAD
           FILE STATUS IS FSGM.

           SELECT GLCTLFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GCPERIOD
           FILE STATUS IS FSGC.

           SELECT GLPOSTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSGP.

           SELECT GLJRNLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSGJ.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AAUDID
           ALTERNATE RECORD KEY IS AEMPID WITH DUPLICATES
           FILE STATUS IS FSA.

           SELECT SORTFILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).
           02 ESTATUS   PIC X(9).

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 PAYHISTREC.
           02 PHKEY.
              03 PHEMPID  PIC X(6).
              03 PHPERIOD PIC X(6).
           02 PHBASIC   PIC 9(6)V99.
           02 PHDA      PIC 9(6)V99.
           02 PHCCA     PIC 9(6)V99.
           02 PHHRA     PIC 9(6)V99.
           02 PHDPA     PIC 9(6)V99.
           02 PHPPA     PIC 9(6)V99.
           02 PHEDUA    PIC 9(6)V99.
           02 PHTECHJR  PIC 9(6)V99.
           02 PHLUNCHA  PIC 9(6)V99.
           02 PHCONVEY  PIC 9(6)V99.
           02 PHBUSATR  PIC 9(6)V99.
           02 PHLTA     PIC 9(6)V99.
           02 PHPF      PIC 9(6)V99.
           02 PHESI     PIC 9(6)V99.
           02 PHGRTY    PIC 9(6)V99.
           02 PHPTAX    PIC 9(6)V99.
           02 PHITAX    PIC 9(6)V99.
           02 PHLOAN    PIC 9(8)V99.
           02 PHLOANDA  PIC 9(8)V99.
           02 PHOTHERD  PIC 9(6)V99.
           02 PHPERINC  PIC 9(6)V99.
           02 PHMEDI    PIC 9(6)V99.
           02 PHBOOK    PIC 9(6)V99.
           02 PHENTER   PIC 9(6)V99.
           02 PHTPH     PIC 9(6)V99.
           02 PHHOUSE   PIC 9(6)V99.
           02 PHVEHMAN  PIC 9(6)V99.
           02 PHCREDIT  PIC 9(6)V99.
           02 PHCLUB    PIC 9(6)V99.
           02 PHCL      PIC 99.
           02 PHSL      PIC 99.
           02 PHPL      PIC 99.
           02 PHLLOP    PIC 999.
           02 PHOTHERL  PIC 999.
           02 PHLOPDAYS PIC 99V9.
           02 PHLOPAMT  PIC 9(6)V99.
           02 PHARREAR  PIC 9(8)V99.
           02 PHGROSS   PIC 9(9)V99.
           02 PHDED     PIC 9(9)V99.
           02 PHNET     PIC S9(9)V99.
           02 PHOTAMT   PIC 9(6)V99.
           02 PHREIMB   PIC 9(6)V99.
           02 PHRUNTYP  PIC X.
           02 PHRUNSEQ  PIC 99.

       FD PAYPERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYPER.DAT".
       01 PAYPERREC.
           02 PPPERIOD PIC X(6).
           02 PPSTATUS PIC X(6).

       FD GLMAPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GLMAP.DAT".
       01 GLMAPREC.
           02 GMHEAD   PIC X(8).
           02 GMACCT   PIC X(10).
           02 GMDESC   PIC X(20).

       FD GLCTLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GLCTL.DAT".
       01 GLCTLREC.
           02 GCPERIOD PIC X(6).
           02 GCBATCH  PIC 9(4).
           02 GCSTATUS PIC X(8).
           02 GCDEBIT  PIC 9(11)V99.
           02 GCCREDIT PIC 9(11)V99.
           02 GCDATE   PIC X(8).
           02 GCOPID   PIC X(6).

       FD GLPOSTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GLPOST.DAT".
       01 GLPOSTREC.
           02 GPPERIOD PIC X(6).
           02 GPBATCH  PIC 9(4).
           02 GPTYPE   PIC X.
           02 GPACCT   PIC X(10).
           02 GPBRNID  PIC X(6).
           02 GPDEPID  PIC X(6).
           02 GPDRCR   PIC X.
           02 GPAMT    PIC 9(11)V99.
           02 GPDATE   PIC X(8).

       FD GLJRNLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GLJRNL.TXT".
       01 GLJRNL-LINE PIC X(80).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01 AUDITREC.
           02 AAUDID   PIC X(6).
           02 AEMPID   PIC X(6).
           02 AFILE    PIC X(16).
           02 AOPER    PIC X(10).
           02 ABEFORE  PIC X(30).
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       SD SORTFILE.
       01 GS-REC.
           02 GS-ACCT  PIC X(10).
           02 GS-BRNID PIC X(6).
           02 GS-DEPID PIC X(6).
           02 GS-DRCR  PIC X.
           02 GS-HEAD  PIC X(8).
           02 GS-AMT   PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
       77 FSPH  PIC XX.
       77 FSPP  PIC XX.
       77 FSGM  PIC XX.
       77 FSGC  PIC XX.
       77 FSGP  PIC XX.
       77 FSGJ  PIC XX.
       77 FSA   PIC XX.
       77 ENTKEY PIC X.
       77 WS-MODE PIC X.
       77 WS-PERIOD PIC X(6).
       77 WS-PER-OK PIC X.
       77 WS-HEAD PIC X(8).
       77 WS-HEAD-OK PIC X.
       77 WS-HEAD-AMT PIC 9(9)V99.
       77 WS-HEAD-DRCR PIC X.
       77 WS-HEAD-CC PIC X.
       77 WS-MAP-FOUND PIC X.
       77 WS-OLD-ACCT PIC X(10).
       77 WS-CTL-FOUND PIC X.
       77 WS-BATCH PIC 9(4).
       77 WS-POST-TYPE PIC X.
       77 WS-POST-OK PIC X.
       77 WS-EOF-SORT PIC X.
       77 WS-GRP-ON PIC X.
       77 WS-PREV-ACCT  PIC X(10).
       77 WS-PREV-BRNID PIC X(6).
       77 WS-PREV-DEPID PIC X(6).
       77 WS-PREV-DRCR  PIC X.
       77 WS-PREV-HEAD  PIC X(8).
       77 WS-GRP-AMT  PIC 9(11)V99.
       77 WS-EMP-DR   PIC 9(11)V99.
       77 WS-EMP-CR   PIC 9(11)V99.
       77 WS-TOT-DR   PIC 9(11)V99.
       77 WS-TOT-CR   PIC 9(11)V99.
       77 WS-EMP-COUNT   PIC 9(5).
       77 WS-LINE-COUNT  PIC 9(5).
       77 WS-UNMAP-COUNT PIC 9(5).
       77 WS-OOB-COUNT   PIC 9(5).
       77 WS-DRCR-TEXT PIC XX.
       77 WS-TODAY-X PIC X(8).
       77 WS-AMT-EDIT PIC Z(10)9.99.
       77 WS-DR-EDIT  PIC Z(10)9.99.
       77 WS-CR-EDIT  PIC Z(10)9.99.
       77 WS-PRINT-LINE PIC X(80).
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AUDIT-OPER   PIC X(10).
       77 WS-AUDIT-BEFORE PIC X(30).
       77 WS-AUDIT-AFTER  PIC X(30).
       77 WS-AUDIT-SEQ    PIC 9(5).
       77 WS-AUDIT-SEQ-X  PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "PAYROLL GL JOURNAL" LINE 3 COL 10.
           DISPLAY "M. MAINTAIN HEAD-TO-ACCOUNT MAP" LINE 5 COL 5.
           DISPLAY "J. PRODUCE JOURNAL FOR A PERIOD" LINE 6 COL 5.
           DISPLAY "R. REVERSE A PERIOD JOURNAL" LINE 7 COL 5.
           DISPLAY "ENTER YOUR CHOICE :" LINE 9 COL 5.
           ACCEPT WS-MODE LINE 9 COL 30.
           INSPECT WS-MODE CONVERTING "mjr" TO "MJR".
           IF WS-MODE = "M"
              GO TO MAP-PARA.
           IF WS-MODE = "J"
              GO TO JOURNAL-PARA.
           IF WS-MODE = "R"
              GO TO REVERSE-PARA.
           GO TO MAIN-EXIT.

       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           STOP ' '.
           EXIT PROGRAM.

       MAP-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "EARNING HEADS   : BASIC DA CCA HRA DPA PPA EDUA"
              LINE 1 COL 1.
           DISPLAY "  TECHJR LUNCHA CONVEY BUSATR LTA GRTY PERINC MEDI"
              LINE 2 COL 1.
           DISPLAY "  BOOK ENTER TPH HOUSE VEHMAN CLUB ARREAR OT REIMB"
              LINE 3 COL 1.
           DISPLAY "DEDUCTION HEADS : PF ESI PTAX ITAX LOANDA OTHERD"
              LINE 4 COL 1.
           DISPLAY "  CREDIT LOP      NET PAY HEAD : NET" LINE 5 COL 1.
           DISPLAY "ENTER PAY HEAD :" LINE 7 COL 1.
           ACCEPT WS-HEAD LINE 7 COL 35.
           PERFORM CHECK-HEAD-PARA.
           IF WS-HEAD-OK = "N"
              DISPLAY "UNKNOWN PAY HEAD - NOT SAVED" LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN I-O GLMAPFILE.
           IF FSGM = 35
              OPEN OUTPUT GLMAPFILE
              CLOSE GLMAPFILE
              OPEN I-O GLMAPFILE.
           MOVE WS-HEAD TO GMHEAD.
           MOVE SPACES TO WS-OLD-ACCT.
           READ GLMAPFILE INVALID KEY
              MOVE "N" TO WS-MAP-FOUND
           NOT INVALID KEY
              MOVE "Y" TO WS-MAP-FOUND
              MOVE GMACCT TO WS-OLD-ACCT
              DISPLAY "CURRENT ACCOUNT :" LINE 8 COL 1
              DISPLAY GMACCT LINE 8 COL 35
           END-READ.
           DISPLAY "ENTER LEDGER ACCOUNT :" LINE 9 COL 1.
           ACCEPT GMACCT LINE 9 COL 35.
           DISPLAY "ENTER DESCRIPTION :" LINE 10 COL 1.
           ACCEPT GMDESC LINE 10 COL 35.
           IF GMACCT = SPACES
              DISPLAY "LEDGER ACCOUNT REQUIRED - NOT SAVED"
                 LINE 12 COL 10
              CLOSE GLMAPFILE
              GO TO MAIN-EXIT.
           MOVE WS-HEAD TO GMHEAD.
           IF WS-MAP-FOUND = "Y"
              REWRITE GLMAPREC
           ELSE
              WRITE GLMAPREC
           END-IF.
           CLOSE GLMAPFILE.
           MOVE SPACES TO WS-AUDIT-EMPID.
           MOVE "GLMAPFILE" TO WS-AUDIT-FILE.
           MOVE "GLMAP" TO WS-AUDIT-OPER.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING WS-HEAD " " WS-OLD-ACCT
              DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING WS-HEAD " " GMACCT
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "MAPPING SAVED" LINE 12 COL 10.
           GO TO MAIN-EXIT.

       CHECK-HEAD-PARA.
           MOVE "N" TO WS-HEAD-OK.
           IF WS-HEAD = "BASIC" OR WS-HEAD = "DA" OR WS-HEAD = "CCA"
              OR WS-HEAD = "HRA" OR WS-HEAD = "DPA" OR WS-HEAD = "PPA"
              OR WS-HEAD = "EDUA" OR WS-HEAD = "TECHJR"
              OR WS-HEAD = "LUNCHA" OR WS-HEAD = "CONVEY"
              OR WS-HEAD = "BUSATR" OR WS-HEAD = "LTA"
              OR WS-HEAD = "GRTY" OR WS-HEAD = "PERINC"
              OR WS-HEAD = "MEDI" OR WS-HEAD = "BOOK"
              OR WS-HEAD = "ENTER" OR WS-HEAD = "TPH"
              OR WS-HEAD = "HOUSE" OR WS-HEAD = "VEHMAN"
              OR WS-HEAD = "CLUB" OR WS-HEAD = "ARREAR"
              OR WS-HEAD = "OT" OR WS-HEAD = "REIMB"
              MOVE "Y" TO WS-HEAD-OK.
           IF WS-HEAD = "PF" OR WS-HEAD = "ESI" OR WS-HEAD = "PTAX"
              OR WS-HEAD = "ITAX" OR WS-HEAD = "LOANDA"
              OR WS-HEAD = "OTHERD" OR WS-HEAD = "CREDIT"
              OR WS-HEAD = "LOP" OR WS-HEAD = "NET"
              MOVE "Y" TO WS-HEAD-OK.

       CHECK-PERIOD-PARA.
           MOVE "N" TO WS-PER-OK.
           OPEN INPUT PAYPERFILE.
           IF FSPP = 35
              DISPLAY "PERIOD NOT ON CONTROL FILE" LINE 12 COL 10
           ELSE
              MOVE WS-PERIOD TO PPPERIOD
              READ PAYPERFILE INVALID KEY
                 DISPLAY "PERIOD NOT ON CONTROL FILE" LINE 12 COL 10
              NOT INVALID KEY
                 IF PPSTATUS = "RUN" OR PPSTATUS = "CLOSED"
                    MOVE "Y" TO WS-PER-OK
                 ELSE
                    DISPLAY "PAY RUN NOT DONE FOR PERIOD"
                       LINE 12 COL 10
                 END-IF
              END-READ
              CLOSE PAYPERFILE
           END-IF.

       JOURNAL-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "PRODUCE PAYROLL JOURNAL" LINE 3 COL 10.
           DISPLAY "ENTER PAY PERIOD (YYYYMM) :" LINE 5 COL 1.
           ACCEPT WS-PERIOD LINE 5 COL 35.
           PERFORM CHECK-PERIOD-PARA.
           IF WS-PER-OK = "N"
              GO TO MAIN-EXIT.
           OPEN I-O GLCTLFILE.
           IF FSGC = 35
              OPEN OUTPUT GLCTLFILE
              CLOSE GLCTLFILE
              OPEN I-O GLCTLFILE.
           MOVE 0 TO WS-BATCH.
           MOVE WS-PERIOD TO GCPERIOD.
           READ GLCTLFILE INVALID KEY
              MOVE "N" TO WS-CTL-FOUND
           NOT INVALID KEY
              MOVE "Y" TO WS-CTL-FOUND
              MOVE GCBATCH TO WS-BATCH
           END-READ.
           IF WS-CTL-FOUND = "Y" AND GCSTATUS = "POSTED"
              DISPLAY "JOURNAL ALREADY PRODUCED FOR PERIOD - BATCH"
                 LINE 12 COL 10
              DISPLAY GCBATCH LINE 12 COL 55
              DISPLAY "REVERSE IT BEFORE PRODUCING IT AGAIN"
                 LINE 13 COL 10
              CLOSE GLCTLFILE
              GO TO MAIN-EXIT.
           OPEN INPUT GLMAPFILE.
           IF FSGM = 35
              DISPLAY "NO HEAD-TO-ACCOUNT MAP ON FILE" LINE 12 COL 10
              CLOSE GLCTLFILE
              GO TO MAIN-EXIT.
           OPEN INPUT EMPFILE.
           IF FSO = 35
              DISPLAY "EMPLOYEE FILE NOT ON SYSTEM - NO COST CENTRES"
                 LINE 12 COL 10
              CLOSE GLMAPFILE
              CLOSE GLCTLFILE
              GO TO MAIN-EXIT.
           CLOSE EMPFILE.
           ADD 1 TO WS-BATCH.
           MOVE "J" TO WS-POST-TYPE.
           MOVE 0 TO WS-TOT-DR WS-TOT-CR.
           MOVE 0 TO WS-EMP-COUNT WS-LINE-COUNT.
           MOVE 0 TO WS-UNMAP-COUNT WS-OOB-COUNT.
           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           OPEN OUTPUT GLJRNLFILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYROLL JOURNAL  PERIOD " WS-PERIOD
              "  BATCH " WS-BATCH "  DATED " WS-TODAY-X
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO GLJRNL-LINE.
           WRITE GLJRNL-LINE.
           SORT SORTFILE ON ASCENDING KEY GS-ACCT GS-BRNID GS-DEPID
              GS-DRCR GS-HEAD
              INPUT PROCEDURE IS BUILD-JOURNAL-PARA
              OUTPUT PROCEDURE IS POST-JOURNAL-PARA.
           PERFORM WRITE-CONTROL-TOTAL-PARA.
           CLOSE GLJRNLFILE.
           CLOSE GLMAPFILE.
           IF WS-POST-OK = "Y"
              MOVE WS-PERIOD TO GCPERIOD
              MOVE WS-BATCH TO GCBATCH
              MOVE "POSTED" TO GCSTATUS
              MOVE WS-TOT-DR TO GCDEBIT
              MOVE WS-TOT-CR TO GCCREDIT
              MOVE WS-TODAY-X TO GCDATE
              MOVE WS-SIGNON-OPID TO GCOPID
              IF WS-CTL-FOUND = "Y"
                 REWRITE GLCTLREC
              ELSE
                 WRITE GLCTLREC
              END-IF
              MOVE SPACES TO WS-AUDIT-EMPID
              MOVE "GLCTLFILE" TO WS-AUDIT-FILE
              MOVE "GL-POST" TO WS-AUDIT-OPER
              MOVE WS-PERIOD TO WS-AUDIT-BEFORE
              MOVE WS-TOT-DR TO WS-DR-EDIT
              MOVE SPACES TO WS-AUDIT-AFTER
              STRING "BATCH " WS-BATCH " " WS-DR-EDIT
                 DELIMITED BY SIZE INTO WS-AUDIT-AFTER
              PERFORM AUDIT-LOG-PARA
              DISPLAY "JOURNAL POSTED TO GLPOST.DAT - BATCH"
                 LINE 10 COL 1
              DISPLAY WS-BATCH LINE 10 COL 40
           ELSE
              DISPLAY "JOURNAL NOT POSTED - SEE GLJRNL.TXT"
                 LINE 10 COL 1
           END-IF.
           CLOSE GLCTLFILE.
           DISPLAY "EMPLOYEES IN JOURNAL :" LINE 11 COL 1.
           DISPLAY WS-EMP-COUNT LINE 11 COL 40.
           DISPLAY "LISTING WRITTEN TO GLJRNL.TXT" LINE 12 COL 1.
           GO TO MAIN-EXIT.

       BUILD-JOURNAL-PARA.
           OPEN INPUT PAYHISTFILE.
           OPEN INPUT EMPFILE.
           IF FSPH NOT = 35
              PERFORM BUILD-JOURNAL-READ UNTIL FSPH = 10
              CLOSE PAYHISTFILE.
           IF FSO NOT = 35
              CLOSE EMPFILE.
       BUILD-JOURNAL-READ.
           READ PAYHISTFILE NEXT RECORD
              AT END MOVE 10 TO FSPH
              NOT AT END
                 IF PHPERIOD = WS-PERIOD
                    PERFORM BUILD-JOURNAL-EMP
                 END-IF
           END-READ.
       BUILD-JOURNAL-EMP.
           IF FSO NOT = 35
              MOVE PHEMPID TO EEMPID
              READ EMPFILE INVALID KEY
                 MOVE SPACES TO EBRNID
                 MOVE SPACES TO EDEPID
              END-READ
           ELSE
              MOVE SPACES TO EBRNID
              MOVE SPACES TO EDEPID
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           MOVE 0 TO WS-EMP-DR WS-EMP-CR.
           MOVE "D" TO WS-HEAD-DRCR.
           MOVE "Y" TO WS-HEAD-CC.
           MOVE "BASIC" TO WS-HEAD.
           MOVE PHBASIC TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "DA" TO WS-HEAD.
           MOVE PHDA TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "CCA" TO WS-HEAD.
           MOVE PHCCA TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "HRA" TO WS-HEAD.
           MOVE PHHRA TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "DPA" TO WS-HEAD.
           MOVE PHDPA TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "PPA" TO WS-HEAD.
           MOVE PHPPA TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "EDUA" TO WS-HEAD.
           MOVE PHEDUA TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "TECHJR" TO WS-HEAD.
           MOVE PHTECHJR TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "LUNCHA" TO WS-HEAD.
           MOVE PHLUNCHA TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "CONVEY" TO WS-HEAD.
           MOVE PHCONVEY TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "BUSATR" TO WS-HEAD.
           MOVE PHBUSATR TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "LTA" TO WS-HEAD.
           MOVE PHLTA TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "GRTY" TO WS-HEAD.
           MOVE PHGRTY TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "PERINC" TO WS-HEAD.
           MOVE PHPERINC TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "MEDI" TO WS-HEAD.
           MOVE PHMEDI TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "BOOK" TO WS-HEAD.
           MOVE PHBOOK TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "ENTER" TO WS-HEAD.
           MOVE PHENTER TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "TPH" TO WS-HEAD.
           MOVE PHTPH TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "HOUSE" TO WS-HEAD.
           MOVE PHHOUSE TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "VEHMAN" TO WS-HEAD.
           MOVE PHVEHMAN TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "CLUB" TO WS-HEAD.
           MOVE PHCLUB TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "ARREAR" TO WS-HEAD.
           MOVE PHARREAR TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "OT" TO WS-HEAD.
           MOVE PHOTAMT TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "REIMB" TO WS-HEAD.
           MOVE PHREIMB TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "C" TO WS-HEAD-DRCR.
           MOVE "LOP" TO WS-HEAD.
           MOVE PHLOPAMT TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "N" TO WS-HEAD-CC.
           MOVE "PF" TO WS-HEAD.
           MOVE PHPF TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "ESI" TO WS-HEAD.
           MOVE PHESI TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "PTAX" TO WS-HEAD.
           MOVE PHPTAX TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "ITAX" TO WS-HEAD.
           MOVE PHITAX TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "LOANDA" TO WS-HEAD.
           MOVE PHLOANDA TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "OTHERD" TO WS-HEAD.
           MOVE PHOTHERD TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "CREDIT" TO WS-HEAD.
           MOVE PHCREDIT TO WS-HEAD-AMT.
           PERFORM RELEASE-HEAD-PARA.
           MOVE "NET" TO WS-HEAD.
           IF PHNET < 0
              MOVE "D" TO WS-HEAD-DRCR
              COMPUTE WS-HEAD-AMT = 0 - PHNET
           ELSE
              MOVE PHNET TO WS-HEAD-AMT
           END-IF.
           PERFORM RELEASE-HEAD-PARA.
           IF WS-EMP-DR NOT = WS-EMP-CR
              ADD 1 TO WS-OOB-COUNT
              MOVE WS-EMP-DR TO WS-DR-EDIT
              MOVE WS-EMP-CR TO WS-CR-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "OUT OF BALANCE " PHEMPID " DR " WS-DR-EDIT
                 " CR " WS-CR-EDIT
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              MOVE WS-PRINT-LINE TO GLJRNL-LINE
              WRITE GLJRNL-LINE
           END-IF.

       RELEASE-HEAD-PARA.
           IF WS-HEAD-AMT > 0
              IF WS-HEAD-DRCR = "D"
                 ADD WS-HEAD-AMT TO WS-EMP-DR WS-TOT-DR
              ELSE
                 ADD WS-HEAD-AMT TO WS-EMP-CR WS-TOT-CR
              END-IF
              MOVE WS-HEAD TO GMHEAD
              READ GLMAPFILE INVALID KEY
                 MOVE SPACES TO GMACCT
              END-READ
              MOVE GMACCT TO GS-ACCT
              MOVE SPACES TO GS-BRNID
              MOVE SPACES TO GS-DEPID
              IF GMACCT = SPACES
                 ADD 1 TO WS-UNMAP-COUNT
              ELSE
                 IF WS-HEAD-CC = "Y"
                    MOVE EBRNID TO GS-BRNID
                    MOVE EDEPID TO GS-DEPID
                 END-IF
              END-IF
              MOVE WS-HEAD-DRCR TO GS-DRCR
              MOVE WS-HEAD TO GS-HEAD
              MOVE WS-HEAD-AMT TO GS-AMT
              RELEASE GS-REC
           END-IF.

       POST-JOURNAL-PARA.
           IF WS-POST-TYPE = "J"
              MOVE "N" TO WS-POST-OK
              IF WS-EMP-COUNT > 0 AND WS-UNMAP-COUNT = 0
                 AND WS-OOB-COUNT = 0 AND WS-TOT-DR = WS-TOT-CR
                 MOVE "Y" TO WS-POST-OK
              END-IF
           END-IF.
           IF WS-POST-OK = "Y"
              OPEN EXTEND GLPOSTFILE
              IF FSGP = 35
                 OPEN OUTPUT GLPOSTFILE
              END-IF
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNT    BRANCH DEPT   DR/CR          AMOUNT"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO GLJRNL-LINE.
           WRITE GLJRNL-LINE.
           MOVE "N" TO WS-EOF-SORT.
           MOVE "N" TO WS-GRP-ON.
           MOVE 0 TO WS-GRP-AMT.
           PERFORM POST-JOURNAL-READ UNTIL WS-EOF-SORT = "Y".
           IF WS-GRP-ON = "Y"
              PERFORM WRITE-GROUP-PARA.
           IF WS-POST-OK = "Y"
              CLOSE GLPOSTFILE.
       POST-JOURNAL-READ.
           RETURN SORTFILE
              AT END MOVE "Y" TO WS-EOF-SORT
              NOT AT END PERFORM POST-JOURNAL-LINE-PARA
           END-RETURN.
       POST-JOURNAL-LINE-PARA.
           IF WS-GRP-ON = "Y" AND
              (GS-ACCT NOT = WS-PREV-ACCT OR
               GS-BRNID NOT = WS-PREV-BRNID OR
               GS-DEPID NOT = WS-PREV-DEPID OR
               GS-DRCR NOT = WS-PREV-DRCR OR
               (GS-ACCT = SPACES AND GS-HEAD NOT = WS-PREV-HEAD))
              PERFORM WRITE-GROUP-PARA
              MOVE 0 TO WS-GRP-AMT
           END-IF.
           MOVE GS-ACCT TO WS-PREV-ACCT.
           MOVE GS-BRNID TO WS-PREV-BRNID.
           MOVE GS-DEPID TO WS-PREV-DEPID.
           MOVE GS-DRCR TO WS-PREV-DRCR.
           MOVE GS-HEAD TO WS-PREV-HEAD.
           MOVE "Y" TO WS-GRP-ON.
           ADD GS-AMT TO WS-GRP-AMT.

       WRITE-GROUP-PARA.
           MOVE WS-GRP-AMT TO WS-AMT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-PREV-ACCT = SPACES
              STRING "NO ACCOUNT MAPPED FOR HEAD " WS-PREV-HEAD
                 "  " WS-AMT-EDIT
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              IF WS-PREV-DRCR = "D"
                 MOVE "DR" TO WS-DRCR-TEXT
              ELSE
                 MOVE "CR" TO WS-DRCR-TEXT
              END-IF
              STRING WS-PREV-ACCT " " WS-PREV-BRNID " " WS-PREV-DEPID
                 " " WS-DRCR-TEXT "    " WS-AMT-EDIT
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              ADD 1 TO WS-LINE-COUNT
              IF WS-POST-OK = "Y"
                 MOVE WS-PERIOD TO GPPERIOD
                 MOVE WS-BATCH TO GPBATCH
                 MOVE WS-POST-TYPE TO GPTYPE
                 MOVE WS-PREV-ACCT TO GPACCT
                 MOVE WS-PREV-BRNID TO GPBRNID
                 MOVE WS-PREV-DEPID TO GPDEPID
                 MOVE WS-PREV-DRCR TO GPDRCR
                 MOVE WS-GRP-AMT TO GPAMT
                 MOVE WS-TODAY-X TO GPDATE
                 WRITE GLPOSTREC
              END-IF
           END-IF.
           MOVE WS-PRINT-LINE TO GLJRNL-LINE.
           WRITE GLJRNL-LINE.

       WRITE-CONTROL-TOTAL-PARA.
           MOVE ALL "-" TO GLJRNL-LINE.
           WRITE GLJRNL-LINE.
           MOVE WS-TOT-DR TO WS-DR-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CONTROL TOTAL DEBITS   " WS-DR-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO GLJRNL-LINE.
           WRITE GLJRNL-LINE.
           MOVE WS-TOT-CR TO WS-CR-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CONTROL TOTAL CREDITS  " WS-CR-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO GLJRNL-LINE.
           WRITE GLJRNL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPLOYEES " WS-EMP-COUNT "  POSTING LINES "
              WS-LINE-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO GLJRNL-LINE.
           WRITE GLJRNL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-POST-OK = "Y"
              IF WS-POST-TYPE = "J"
                 STRING "JOURNAL BALANCED AND POSTED"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              ELSE
                 STRING "REVERSAL POSTED"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              END-IF
           ELSE
              IF WS-EMP-COUNT = 0
                 STRING "NO PAY HISTORY FOR PERIOD - NOT POSTED"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              ELSE
                 IF WS-UNMAP-COUNT > 0
                    STRING "UNMAPPED PAY HEADS - NOT POSTED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                 ELSE
                    STRING "DEBITS AND CREDITS DO NOT AGREE - "
                       "NOT POSTED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                 END-IF
              END-IF
           END-IF.
           MOVE WS-PRINT-LINE TO GLJRNL-LINE.
           WRITE GLJRNL-LINE.

       REVERSE-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "REVERSE PAYROLL JOURNAL" LINE 3 COL 10.
           DISPLAY "ENTER PAY PERIOD (YYYYMM) :" LINE 5 COL 1.
           ACCEPT WS-PERIOD LINE 5 COL 35.
           OPEN I-O GLCTLFILE.
           IF FSGC = 35
              DISPLAY "NO JOURNAL PRODUCED FOR PERIOD" LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE WS-PERIOD TO GCPERIOD.
           READ GLCTLFILE INVALID KEY
              DISPLAY "NO JOURNAL PRODUCED FOR PERIOD" LINE 12 COL 10
              CLOSE GLCTLFILE
              GO TO MAIN-EXIT
           END-READ.
           IF GCSTATUS NOT = "POSTED"
              DISPLAY "NO POSTED JOURNAL TO REVERSE - STATUS :"
                 LINE 12 COL 10
              DISPLAY GCSTATUS LINE 12 COL 50
              CLOSE GLCTLFILE
              GO TO MAIN-EXIT.
           DISPLAY "REVERSE JOURNAL BATCH " LINE 7 COL 1.
           DISPLAY GCBATCH LINE 7 COL 25.
           DISPLAY "CONFIRM (Y/N) :" LINE 8 COL 1.
           ACCEPT ENTKEY LINE 8 COL 25.
           IF ENTKEY NOT = "Y" AND ENTKEY NOT = "y"
              CLOSE GLCTLFILE
              GO TO MAIN-EXIT.
           MOVE GCBATCH TO WS-BATCH.
           MOVE "R" TO WS-POST-TYPE.
           MOVE "Y" TO WS-POST-OK.
           MOVE 0 TO WS-TOT-DR WS-TOT-CR.
           MOVE 0 TO WS-EMP-COUNT WS-LINE-COUNT.
           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           OPEN OUTPUT GLJRNLFILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REVERSAL OF PAYROLL JOURNAL  PERIOD " WS-PERIOD
              "  BATCH " WS-BATCH "  DATED " WS-TODAY-X
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO GLJRNL-LINE.
           WRITE GLJRNL-LINE.
           SORT SORTFILE ON ASCENDING KEY GS-ACCT GS-BRNID GS-DEPID
              GS-DRCR GS-HEAD
              INPUT PROCEDURE IS BUILD-REVERSAL-PARA
              OUTPUT PROCEDURE IS POST-JOURNAL-PARA.
           PERFORM WRITE-CONTROL-TOTAL-PARA.
           CLOSE GLJRNLFILE.
           IF WS-TOT-DR NOT = GCCREDIT OR WS-TOT-CR NOT = GCDEBIT
              DISPLAY "WARNING - REVERSAL TOTALS DIFFER FROM JOURNAL"
                 LINE 13 COL 1.
           MOVE "REVERSED" TO GCSTATUS.
           MOVE WS-TODAY-X TO GCDATE.
           MOVE WS-SIGNON-OPID TO GCOPID.
           REWRITE GLCTLREC.
           CLOSE GLCTLFILE.
           MOVE SPACES TO WS-AUDIT-EMPID.
           MOVE "GLCTLFILE" TO WS-AUDIT-FILE.
           MOVE "GL-REVERSE" TO WS-AUDIT-OPER.
           MOVE WS-PERIOD TO WS-AUDIT-BEFORE.
           MOVE WS-TOT-DR TO WS-DR-EDIT.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "BATCH " WS-BATCH " " WS-DR-EDIT
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "CONTRA ENTRIES POSTED TO GLPOST.DAT :"
              LINE 10 COL 1.
           DISPLAY WS-LINE-COUNT LINE 10 COL 40.
           DISPLAY "PERIOD MAY NOW BE JOURNALLED AGAIN" LINE 11 COL 1.
           GO TO MAIN-EXIT.

       BUILD-REVERSAL-PARA.
           OPEN INPUT GLPOSTFILE.
           IF FSGP NOT = 35
              PERFORM BUILD-REVERSAL-READ UNTIL FSGP = 10
              CLOSE GLPOSTFILE.
       BUILD-REVERSAL-READ.
           READ GLPOSTFILE
              AT END MOVE 10 TO FSGP
              NOT AT END
                 IF GPPERIOD = WS-PERIOD AND GPBATCH = WS-BATCH
                    AND GPTYPE = "J"
                    PERFORM RELEASE-CONTRA-PARA
                 END-IF
           END-READ.
       RELEASE-CONTRA-PARA.
           MOVE GPACCT TO GS-ACCT.
           MOVE GPBRNID TO GS-BRNID.
           MOVE GPDEPID TO GS-DEPID.
           MOVE SPACES TO GS-HEAD.
           MOVE GPAMT TO GS-AMT.
           IF GPDRCR = "D"
              MOVE "C" TO GS-DRCR
              ADD GPAMT TO WS-TOT-CR
           ELSE
              MOVE "D" TO GS-DRCR
              ADD GPAMT TO WS-TOT-DR
           END-IF.
           RELEASE GS-REC.

       AUDIT-LOG-PARA.
           OPEN I-O AUDITFILE.
           IF FSA = 35
              OPEN OUTPUT AUDITFILE
              CLOSE AUDITFILE
              OPEN I-O AUDITFILE
           END-IF.
           MOVE 0 TO WS-AUDIT-SEQ.
           MOVE HIGH-VALUES TO AAUDID.
           START AUDITFILE KEY IS LESS THAN AAUDID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ AUDITFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE AAUDID(2:5) TO WS-AUDIT-SEQ
                 END-READ
           END-START.
           ADD 1 TO WS-AUDIT-SEQ.
           MOVE WS-AUDIT-SEQ TO WS-AUDIT-SEQ-X.
           STRING "A" WS-AUDIT-SEQ-X DELIMITED BY SIZE INTO AAUDID.
           MOVE WS-AUDIT-EMPID   TO AEMPID.
           MOVE WS-AUDIT-FILE    TO AFILE.
           MOVE WS-AUDIT-OPER    TO AOPER.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           CLOSE AUDITFILE.

       END PROGRAM GLJOURNAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMECLOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           ALTERNATE RECORD KEY IS EEMPNAME WITH DUPLICATES
           FILE STATUS IS FSO.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           ALTERNATE RECORD KEY IS CITY WITH DUPLICATES
           FILE STATUS IS FSB.

           SELECT LEAVEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLEAVEID
           ALTERNATE RECORD KEY IS LEMPID WITH DUPLICATES
           FILE STATUS IS FSL.

           SELECT ATTENDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATKEY
           FILE STATUS IS FSAT.

           SELECT HOLIDAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLKEY
           FILE STATUS IS FSHO.

           SELECT WEEKOFFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WOBRID
           FILE STATUS IS FSWO.

           SELECT PUNCHFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSPU.

           SELECT PUNCHEXCFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSPX.

           SELECT UNMARKEDFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSUM.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AAUDID
           ALTERNATE RECORD KEY IS AEMPID WITH DUPLICATES
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).
           02 ESTATUS   PIC X(9).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 CITY     PIC X(20).

       FD LEAVEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LEAVE.DAT".
       01 LEAVEREC.
           02 LLEAVEID  PIC X(6).
           02 LEMPID    PIC X(6).
           02 LFMDATE   PIC X(10).
           02 LTODATE   PIC X(10).
           02 LLEVCAT   PIC X(3).

       FD ATTENDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ATTEND.DAT".
       01 ATTENDREC.
           02 ATKEY.
              03 ATEMPID PIC X(6).
              03 ATDATE  PIC X(10).
           02 ATCODE    PIC X.
           02 ATSOURCE  PIC X.

       FD HOLIDAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HOLIDAY.DAT".
       01 HOLIDAYREC.
           02 HOLKEY.
              03 HOLBRID PIC X(6).
              03 HOLDATE PIC X(10).
           02 HOLDESC   PIC X(20).

       FD WEEKOFFFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "WEEKOFF.DAT".
       01 WEEKOFFREC.
           02 WOBRID    PIC X(6).
           02 WODAYS    PIC X(7).

       FD PUNCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PUNCH.DAT".
       01 PUNCHREC.
           02 PUEMPID   PIC X(6).
           02 PUDATE    PIC X(10).
           02 PUIN      PIC X(4).
           02 PUOUT     PIC X(4).

       FD PUNCHEXCFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PUNCHEXC.TXT".
       01 PUNCHEXC-LINE PIC X(80).

       FD UNMARKEDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "UNMARKED.TXT".
       01 UNMARKED-LINE PIC X(80).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01 AUDITREC.
           02 AAUDID   PIC X(6).
           02 AEMPID   PIC X(6).
           02 AFILE    PIC X(16).
           02 AOPER    PIC X(10).
           02 ABEFORE  PIC X(30).
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
       77 FSB   PIC XX.
       77 FSL   PIC XX.
       77 FSAT  PIC XX.
       77 FSHO  PIC XX.
       77 FSWO  PIC XX.
       77 FSPU  PIC XX.
       77 FSPX  PIC XX.
       77 FSUM  PIC XX.
       77 FSA   PIC XX.
       77 ENTKEY PIC X.
       77 WS-MODE PIC X.
       77 WS-FULL-MINS PIC 9(4) VALUE 360.
       77 WS-HALF-MINS PIC 9(4) VALUE 180.
       77 WS-IN-MINS   PIC 9(4).
       77 WS-OUT-MINS  PIC 9(4).
       77 WS-WORK-MINS PIC S9(5).
       77 WS-HH        PIC 99.
       77 WS-MI        PIC 99.
       77 WS-REJECT    PIC X(25).
       77 WS-NEW-CODE  PIC X.
       77 WS-DATE-OK   PIC X.
       77 WS-CHK-DATE  PIC X(10).
       77 WS-CHK-YY    PIC 9(4).
       77 WS-CHK-MM    PIC 99.
       77 WS-CHK-DD    PIC 99.
       77 WS-CHK-NUM   PIC 9(8).
       77 WS-CHK-INT   PIC S9(9).
       77 WS-MIN-DATE  PIC X(10).
       77 WS-MAX-DATE  PIC X(10).
       77 WS-BRANCH    PIC X(6).
       77 WS-PERIOD    PIC X(6).
       77 WS-PER-YY    PIC 9(4).
       77 WS-PER-MM    PIC 99.
       77 WS-NXT-YY    PIC 9(4).
       77 WS-NXT-MM    PIC 99.
       77 WS-MON1-NUM  PIC 9(8).
       77 WS-NXT1-NUM  PIC 9(8).
       77 WS-MON-FIRST PIC S9(9).
       77 WS-MON-LAST  PIC S9(9).
       77 WS-DAY-INT   PIC S9(9).
       77 WS-DAY-NUM   PIC 9(8).
       77 WS-DAY-X     PIC X(8).
       77 WS-DAY-DATE  PIC X(10).
       77 WS-DAY-NO    PIC 99.
       77 WS-DAY-MARK  PIC X.
       77 WS-WEEKDAY   PIC 9.
       77 WS-WEEK-QUOT PIC S9(9).
       77 WS-WEEK-REM  PIC S9(9).
       77 WS-WO-FOUND  PIC X.
       77 WS-MARKS     PIC X(31).
       77 WS-UNM-CNT   PIC 99.
       77 WS-READ-COUNT PIC 9(5).
       77 WS-LOAD-COUNT PIC 9(5).
       77 WS-REJ-COUNT  PIC 9(5).
       77 WS-OFF-COUNT  PIC 9(5).
       77 WS-KEPT-COUNT PIC 9(5).
       77 WS-AT-EXISTS  PIC X.
       77 WS-EMP-COUNT  PIC 9(5).
       77 WS-PRINT-LINE PIC X(80).
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AUDIT-OPER   PIC X(10).
       77 WS-AUDIT-BEFORE PIC X(30).
       77 WS-AUDIT-AFTER  PIC X(30).
       77 WS-AUDIT-SEQ    PIC 9(5).
       77 WS-AUDIT-SEQ-X  PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "TIME CLOCK ATTENDANCE" LINE 3 COL 10.
           DISPLAY "W. BRANCH WEEKLY-OFF DEFINITION" LINE 5 COL 5.
           DISPLAY "I. IMPORT TIME CLOCK PUNCHES" LINE 6 COL 5.
           DISPLAY "U. UNMARKED DAYS REPORT" LINE 7 COL 5.
           DISPLAY "ENTER YOUR CHOICE :" LINE 9 COL 5.
           ACCEPT WS-MODE LINE 9 COL 30.
           INSPECT WS-MODE CONVERTING "wiu" TO "WIU".
           IF WS-MODE = "W"
              GO TO WEEKOFF-PARA.
           IF WS-MODE = "I"
              GO TO IMPORT-PARA.
           IF WS-MODE = "U"
              GO TO UNMARKED-PARA.
           GO TO MAIN-EXIT.

       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           STOP ' '.
           EXIT PROGRAM.

       WEEKOFF-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER BRANCH CODE :" LINE 1 COL 1.
           ACCEPT WS-BRANCH LINE 1 COL 42.
           OPEN INPUT BRANCHFILE.
           IF FSB = 35
              DISPLAY "BRANCH FILE NOT ON SYSTEM" LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE WS-BRANCH TO BBRID.
           READ BRANCHFILE INVALID KEY
              CLOSE BRANCHFILE
              DISPLAY "INVALID BRANCH CODE - WEEKLY OFF NOT SAVED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT
           END-READ.
           CLOSE BRANCHFILE.
           OPEN I-O WEEKOFFFILE.
           IF FSWO = 35
              OPEN OUTPUT WEEKOFFFILE
              CLOSE WEEKOFFFILE
              OPEN I-O WEEKOFFFILE.
           MOVE WS-BRANCH TO WOBRID.
           READ WEEKOFFFILE INVALID KEY
              MOVE "N" TO WS-WO-FOUND
              MOVE "NNNNNNY" TO WODAYS
           NOT INVALID KEY
              MOVE "Y" TO WS-WO-FOUND
           END-READ.
           MOVE WODAYS TO WS-AUDIT-BEFORE.
           DISPLAY "CURRENT WEEKLY OFFS (MON TO SUN) :" LINE 2 COL 1.
           DISPLAY WODAYS LINE 2 COL 42.
           DISPLAY "ENTER Y/N FOR EACH DAY MON TO SUN :" LINE 3 COL 1.
           ACCEPT WODAYS LINE 3 COL 42.
           INSPECT WODAYS CONVERTING "yn" TO "YN".
           MOVE "Y" TO WS-DATE-OK.
           PERFORM CHECK-WEEKOFF-DAY-PARA
              VARYING WS-WEEKDAY FROM 1 BY 1 UNTIL WS-WEEKDAY > 7.
           IF WS-DATE-OK = "N"
              DISPLAY "ENTER SEVEN Y OR N FLAGS - NOT SAVED"
                 LINE 12 COL 10
              CLOSE WEEKOFFFILE
              GO TO MAIN-EXIT.
           MOVE WS-BRANCH TO WOBRID.
           IF WS-WO-FOUND = "Y"
              REWRITE WEEKOFFREC
           ELSE
              WRITE WEEKOFFREC
           END-IF.
           CLOSE WEEKOFFFILE.
           MOVE SPACES TO WS-AUDIT-EMPID.
           MOVE "WEEKOFFFILE" TO WS-AUDIT-FILE.
           MOVE "WEEKOFF" TO WS-AUDIT-OPER.
           MOVE WODAYS TO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "WEEKLY OFF DEFINITION SAVED" LINE 12 COL 10.
           GO TO MAIN-EXIT.

       CHECK-WEEKOFF-DAY-PARA.
           IF WODAYS(WS-WEEKDAY:1) NOT = "Y"
              AND WODAYS(WS-WEEKDAY:1) NOT = "N"
              MOVE "N" TO WS-DATE-OK.

       IMPORT-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "IMPORT TIME CLOCK PUNCHES FROM PUNCH.DAT"
              LINE 3 COL 10.
           OPEN INPUT PUNCHFILE.
           IF FSPU = 35
              DISPLAY "PUNCH FILE NOT FOUND" LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE 0 TO WS-READ-COUNT WS-LOAD-COUNT WS-REJ-COUNT.
           MOVE 0 TO WS-OFF-COUNT WS-KEPT-COUNT.
           MOVE HIGH-VALUES TO WS-MIN-DATE.
           MOVE LOW-VALUES TO WS-MAX-DATE.
           OPEN INPUT EMPFILE.
           OPEN I-O ATTENDFILE.
           IF FSAT = 35
              OPEN OUTPUT ATTENDFILE
              CLOSE ATTENDFILE
              OPEN I-O ATTENDFILE.
           OPEN OUTPUT PUNCHEXCFILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TIME CLOCK PUNCH EXCEPTIONS"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PUNCHEXC-LINE.
           WRITE PUNCHEXC-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMP ID DATE       IN   OUT  REASON"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PUNCHEXC-LINE.
           WRITE PUNCHEXC-LINE.
           PERFORM IMPORT-PUNCH-READ UNTIL FSPU = 10.
           CLOSE PUNCHFILE.
           CLOSE PUNCHEXCFILE.
           IF WS-LOAD-COUNT > 0
              PERFORM MARK-WEEKOFF-PARA.
           CLOSE ATTENDFILE.
           IF FSO NOT = 35
              CLOSE EMPFILE.
           MOVE SPACES TO WS-AUDIT-EMPID.
           MOVE "ATTENDFILE" TO WS-AUDIT-FILE.
           MOVE "ATT-IMPORT" TO WS-AUDIT-OPER.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "READ " WS-READ-COUNT " REJECT " WS-REJ-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "LOADED " WS-LOAD-COUNT " OFF " WS-OFF-COUNT
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "PUNCHES READ :" LINE 10 COL 1.
           DISPLAY WS-READ-COUNT LINE 10 COL 30.
           DISPLAY "ATTENDANCE MARKED :" LINE 11 COL 1.
           DISPLAY WS-LOAD-COUNT LINE 11 COL 30.
           DISPLAY "PUNCHES REJECTED :" LINE 12 COL 1.
           DISPLAY WS-REJ-COUNT LINE 12 COL 30.
           DISPLAY "WEEKLY OFFS MARKED :" LINE 13 COL 1.
           DISPLAY WS-OFF-COUNT LINE 13 COL 30.
           DISPLAY "MANUAL MARKS KEPT :" LINE 14 COL 1.
           DISPLAY WS-KEPT-COUNT LINE 14 COL 30.
           DISPLAY "EXCEPTIONS WRITTEN TO PUNCHEXC.TXT" LINE 15 COL 1.
           GO TO MAIN-EXIT.

       IMPORT-PUNCH-READ.
           READ PUNCHFILE
              AT END MOVE 10 TO FSPU
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM IMPORT-PUNCH-PARA THRU IMPORT-PUNCH-EXIT
           END-READ.

       IMPORT-PUNCH-PARA.
           MOVE SPACES TO WS-REJECT.
           MOVE PUEMPID TO EEMPID.
           IF FSO = 35
              MOVE "UNKNOWN EMPLOYEE" TO WS-REJECT
              GO TO IMPORT-PUNCH-REJECT.
           READ EMPFILE INVALID KEY
              MOVE "UNKNOWN EMPLOYEE" TO WS-REJECT
           END-READ.
           IF WS-REJECT NOT = SPACES
              GO TO IMPORT-PUNCH-REJECT.
           IF ESTATUS = "SEPARATED"
              MOVE "EMPLOYEE SEPARATED" TO WS-REJECT
              GO TO IMPORT-PUNCH-REJECT.
           MOVE PUDATE TO WS-CHK-DATE.
           PERFORM CHECK-DATE-PARA.
           IF WS-DATE-OK = "N"
              MOVE "INVALID DATE" TO WS-REJECT
              GO TO IMPORT-PUNCH-REJECT.
           IF PUIN NOT NUMERIC OR PUOUT NOT NUMERIC
              MOVE "MISSING OR INVALID PUNCH" TO WS-REJECT
              GO TO IMPORT-PUNCH-REJECT.
           MOVE PUIN(1:2) TO WS-HH.
           MOVE PUIN(3:2) TO WS-MI.
           IF WS-HH > 23 OR WS-MI > 59
              MOVE "MISSING OR INVALID PUNCH" TO WS-REJECT
              GO TO IMPORT-PUNCH-REJECT.
           COMPUTE WS-IN-MINS = WS-HH * 60 + WS-MI.
           MOVE PUOUT(1:2) TO WS-HH.
           MOVE PUOUT(3:2) TO WS-MI.
           IF WS-HH > 23 OR WS-MI > 59
              MOVE "MISSING OR INVALID PUNCH" TO WS-REJECT
              GO TO IMPORT-PUNCH-REJECT.
           COMPUTE WS-OUT-MINS = WS-HH * 60 + WS-MI.
           COMPUTE WS-WORK-MINS = WS-OUT-MINS - WS-IN-MINS.
           IF WS-WORK-MINS < 0
              ADD 1440 TO WS-WORK-MINS.
           IF WS-WORK-MINS NOT < WS-FULL-MINS
              MOVE "P" TO WS-NEW-CODE
           ELSE
              IF WS-WORK-MINS NOT < WS-HALF-MINS
                 MOVE "H" TO WS-NEW-CODE
              ELSE
                 MOVE "A" TO WS-NEW-CODE
              END-IF
           END-IF.
           MOVE PUEMPID TO ATEMPID.
           MOVE PUDATE TO ATDATE.
           MOVE WS-NEW-CODE TO ATCODE.
           MOVE "C" TO ATSOURCE.
           MOVE "N" TO WS-AT-EXISTS.
           WRITE ATTENDREC INVALID KEY
              MOVE "Y" TO WS-AT-EXISTS
           END-WRITE.
           IF WS-AT-EXISTS = "Y"
              READ ATTENDFILE INVALID KEY
                 MOVE SPACES TO ATSOURCE
              END-READ
              IF ATSOURCE NOT = "C"
                 MOVE SPACES TO WS-REJECT
                 STRING "MANUAL CODE " ATCODE " KEPT"
                    DELIMITED BY SIZE INTO WS-REJECT
                 ADD 1 TO WS-KEPT-COUNT
                 GO TO IMPORT-PUNCH-PRINT
              END-IF
              MOVE WS-NEW-CODE TO ATCODE
              REWRITE ATTENDREC
           END-IF.
           ADD 1 TO WS-LOAD-COUNT.
           IF PUDATE < WS-MIN-DATE
              MOVE PUDATE TO WS-MIN-DATE.
           IF PUDATE > WS-MAX-DATE
              MOVE PUDATE TO WS-MAX-DATE.
           GO TO IMPORT-PUNCH-EXIT.
       IMPORT-PUNCH-REJECT.
           ADD 1 TO WS-REJ-COUNT.
       IMPORT-PUNCH-PRINT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING PUEMPID " " PUDATE " " PUIN " " PUOUT " " WS-REJECT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PUNCHEXC-LINE.
           WRITE PUNCHEXC-LINE.
       IMPORT-PUNCH-EXIT.
           CONTINUE.

       CHECK-DATE-PARA.
           MOVE "N" TO WS-DATE-OK.
           IF WS-CHK-DATE(5:1) NOT = "-" OR WS-CHK-DATE(8:1) NOT = "-"
              GO TO CHECK-DATE-EXIT.
           IF WS-CHK-DATE(1:4) NOT NUMERIC
              OR WS-CHK-DATE(6:2) NOT NUMERIC
              OR WS-CHK-DATE(9:2) NOT NUMERIC
              GO TO CHECK-DATE-EXIT.
           MOVE WS-CHK-DATE(1:4) TO WS-CHK-YY.
           MOVE WS-CHK-DATE(6:2) TO WS-CHK-MM.
           MOVE WS-CHK-DATE(9:2) TO WS-CHK-DD.
           IF WS-CHK-YY < 1601 OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
              OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
              GO TO CHECK-DATE-EXIT.
           COMPUTE WS-CHK-NUM =
              WS-CHK-YY * 10000 + WS-CHK-MM * 100 + WS-CHK-DD.
           COMPUTE WS-CHK-INT = FUNCTION INTEGER-OF-DATE(WS-CHK-NUM).
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-CHK-INT).
           IF WS-DAY-NUM = WS-CHK-NUM
              MOVE "Y" TO WS-DATE-OK.
       CHECK-DATE-EXIT.
           CONTINUE.

       MARK-WEEKOFF-PARA.
           OPEN INPUT WEEKOFFFILE.
           IF FSWO = 35
              GO TO MARK-WEEKOFF-EXIT.
           OPEN INPUT HOLIDAYFILE.
           MOVE WS-MIN-DATE(1:4) TO WS-PER-YY.
           MOVE WS-MIN-DATE(6:2) TO WS-PER-MM.
           COMPUTE WS-MON1-NUM =
              WS-PER-YY * 10000 + WS-PER-MM * 100 + 1.
           COMPUTE WS-MON-FIRST = FUNCTION INTEGER-OF-DATE(WS-MON1-NUM).
           MOVE WS-MAX-DATE(1:4) TO WS-PER-YY.
           MOVE WS-MAX-DATE(6:2) TO WS-PER-MM.
           PERFORM COMPUTE-NEXT-MONTH-PARA.
           COMPUTE WS-MON-LAST =
              FUNCTION INTEGER-OF-DATE(WS-NXT1-NUM) - 1.
           MOVE LOW-VALUES TO EEMPID.
           START EMPFILE KEY IS NOT LESS THAN EEMPID INVALID KEY
              MOVE 10 TO FSO
           END-START.
           PERFORM MARK-WEEKOFF-EMP-READ UNTIL FSO = 10.
           CLOSE WEEKOFFFILE.
           IF FSHO NOT = 35
              CLOSE HOLIDAYFILE.
       MARK-WEEKOFF-EXIT.
           CONTINUE.

       MARK-WEEKOFF-EMP-READ.
           READ EMPFILE NEXT RECORD
              AT END MOVE 10 TO FSO
              NOT AT END
                 IF ESTATUS NOT = "SEPARATED"
                    MOVE EBRNID TO WOBRID
                    READ WEEKOFFFILE INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM MARK-WEEKOFF-DAY-PARA
                          VARYING WS-DAY-INT FROM WS-MON-FIRST BY 1
                          UNTIL WS-DAY-INT > WS-MON-LAST
                    END-READ
                 END-IF
           END-READ.

       MARK-WEEKOFF-DAY-PARA.
           PERFORM COMPUTE-DAY-DATE-PARA.
           IF WODAYS(WS-WEEKDAY:1) = "Y"
              MOVE "N" TO WS-WO-FOUND
              IF FSHO NOT = 35
                 MOVE EBRNID TO HOLBRID
                 MOVE WS-DAY-DATE TO HOLDATE
                 READ HOLIDAYFILE INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-WO-FOUND
                 END-READ
              END-IF
              IF WS-WO-FOUND = "N"
                 MOVE EEMPID TO ATEMPID
                 MOVE WS-DAY-DATE TO ATDATE
                 MOVE "O" TO ATCODE
                 MOVE "C" TO ATSOURCE
                 WRITE ATTENDREC INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-OFF-COUNT
                 END-WRITE
              END-IF
           END-IF.

       COMPUTE-NEXT-MONTH-PARA.
           IF WS-PER-MM = 12
              COMPUTE WS-NXT-YY = WS-PER-YY + 1
              MOVE 1 TO WS-NXT-MM
           ELSE
              MOVE WS-PER-YY TO WS-NXT-YY
              COMPUTE WS-NXT-MM = WS-PER-MM + 1
           END-IF.
           COMPUTE WS-NXT1-NUM =
              WS-NXT-YY * 10000 + WS-NXT-MM * 100 + 1.

       COMPUTE-DAY-DATE-PARA.
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE WS-DAY-NUM TO WS-DAY-X.
           MOVE SPACES TO WS-DAY-DATE.
           STRING WS-DAY-X(1:4) "-" WS-DAY-X(5:2) "-" WS-DAY-X(7:2)
              DELIMITED BY SIZE INTO WS-DAY-DATE.
           DIVIDE 7 INTO WS-DAY-INT GIVING WS-WEEK-QUOT
              REMAINDER WS-WEEK-REM.
           IF WS-WEEK-REM = 0
              MOVE 7 TO WS-WEEKDAY
           ELSE
              MOVE WS-WEEK-REM TO WS-WEEKDAY
           END-IF.

       UNMARKED-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "UNMARKED DAYS REPORT" LINE 3 COL 10.
           DISPLAY "ENTER PERIOD (YYYYMM) :" LINE 5 COL 1.
           ACCEPT WS-PERIOD LINE 5 COL 35.
           DISPLAY "ENTER BRANCH CODE (BLANK = ALL) :" LINE 6 COL 1.
           ACCEPT WS-BRANCH LINE 6 COL 35.
           IF WS-PERIOD(1:4) NOT NUMERIC OR WS-PERIOD(5:2) < "01"
              OR WS-PERIOD(5:2) > "12"
              DISPLAY "INVALID PERIOD" LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE WS-PERIOD(1:4) TO WS-PER-YY.
           MOVE WS-PERIOD(5:2) TO WS-PER-MM.
           PERFORM COMPUTE-NEXT-MONTH-PARA.
           COMPUTE WS-MON1-NUM =
              WS-PER-YY * 10000 + WS-PER-MM * 100 + 1.
           COMPUTE WS-MON-FIRST = FUNCTION INTEGER-OF-DATE(WS-MON1-NUM).
           COMPUTE WS-MON-LAST =
              FUNCTION INTEGER-OF-DATE(WS-NXT1-NUM) - 1.
           MOVE 0 TO WS-EMP-COUNT.
           OPEN INPUT EMPFILE.
           IF FSO = 35
              DISPLAY "EMPLOYEE FILE NOT FOUND" LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN INPUT LEAVEFILE.
           OPEN INPUT ATTENDFILE.
           OPEN INPUT HOLIDAYFILE.
           OPEN OUTPUT UNMARKEDFILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "UNEXPLAINED UNMARKED DAYS  PERIOD " WS-PERIOD
              "  BRANCH " WS-BRANCH
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO UNMARKED-LINE.
           WRITE UNMARKED-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "THESE DAYS WILL BE CHARGED AS LOP BY THE PAY RUN "
              "(-=UNMARKED)"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO UNMARKED-LINE.
           WRITE UNMARKED-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMP ID NAME                 BRANCH DEPT   NO "
              "1........10........20........30"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO UNMARKED-LINE.
           WRITE UNMARKED-LINE.
           PERFORM UNMARKED-EMP-READ UNTIL FSO = 10.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPLOYEES WITH UNMARKED DAYS : " WS-EMP-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO UNMARKED-LINE.
           WRITE UNMARKED-LINE.
           CLOSE EMPFILE.
           CLOSE UNMARKEDFILE.
           IF FSL NOT = 35
              CLOSE LEAVEFILE.
           IF FSAT NOT = 35
              CLOSE ATTENDFILE.
           IF FSHO NOT = 35
              CLOSE HOLIDAYFILE.
           DISPLAY "EMPLOYEES WITH UNMARKED DAYS :" LINE 10 COL 1.
           DISPLAY WS-EMP-COUNT LINE 10 COL 35.
           DISPLAY "REPORT WRITTEN TO UNMARKED.TXT" LINE 11 COL 1.
           GO TO MAIN-EXIT.

       UNMARKED-EMP-READ.
           READ EMPFILE NEXT RECORD
              AT END MOVE 10 TO FSO
              NOT AT END
                 IF ESTATUS NOT = "SEPARATED"
                    AND (WS-BRANCH = SPACES OR EBRNID = WS-BRANCH)
                    PERFORM UNMARKED-EMP-PARA
                 END-IF
           END-READ.

       UNMARKED-EMP-PARA.
           MOVE SPACES TO WS-MARKS.
           MOVE 0 TO WS-UNM-CNT.
           MOVE 0 TO WS-DAY-NO.
           PERFORM UNMARKED-DAY-PARA
              VARYING WS-DAY-INT FROM WS-MON-FIRST BY 1
              UNTIL WS-DAY-INT > WS-MON-LAST.
           IF WS-UNM-CNT > 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING EEMPID " " EEMPNAME(1:20) " " EBRNID " " EDEPID
                 " " WS-UNM-CNT " " WS-MARKS
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              MOVE WS-PRINT-LINE TO UNMARKED-LINE
              WRITE UNMARKED-LINE
              ADD 1 TO WS-EMP-COUNT
           END-IF.

       UNMARKED-DAY-PARA.
           ADD 1 TO WS-DAY-NO.
           PERFORM COMPUTE-DAY-DATE-PARA.
           MOVE "-" TO WS-DAY-MARK.
           PERFORM UNMARKED-MARK-PARA THRU UNMARKED-MARK-EXIT.
           IF WS-DAY-MARK = "-"
              ADD 1 TO WS-UNM-CNT
              MOVE "-" TO WS-MARKS(WS-DAY-NO:1)
           ELSE
              MOVE "." TO WS-MARKS(WS-DAY-NO:1)
           END-IF.

       UNMARKED-MARK-PARA.
           IF FSHO NOT = 35
              MOVE EBRNID TO HOLBRID
              MOVE WS-DAY-DATE TO HOLDATE
              READ HOLIDAYFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "F" TO WS-DAY-MARK
              END-READ
           END-IF.
           IF WS-DAY-MARK = "F"
              GO TO UNMARKED-MARK-EXIT.
           IF FSAT NOT = 35
              MOVE EEMPID TO ATEMPID
              MOVE WS-DAY-DATE TO ATDATE
              READ ATTENDFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ATCODE TO WS-DAY-MARK
              END-READ
           END-IF.
           IF WS-DAY-MARK NOT = "-"
              GO TO UNMARKED-MARK-EXIT.
           PERFORM CHECK-LEAVE-COVER-PARA.
       UNMARKED-MARK-EXIT.
           CONTINUE.

       CHECK-LEAVE-COVER-PARA.
           IF FSL NOT = 35
              MOVE EEMPID TO LEMPID
              START LEAVEFILE KEY IS = LEMPID INVALID KEY
                 MOVE 10 TO FSL
              END-START
              PERFORM LEAVE-COVER-READ UNTIL FSL = 10
              MOVE "00" TO FSL.
       LEAVE-COVER-READ.
           READ LEAVEFILE NEXT RECORD
              AT END MOVE 10 TO FSL
              NOT AT END
                 IF LEMPID NOT = EEMPID
                    MOVE 10 TO FSL
                 ELSE
                    IF LLEVCAT NOT = "LOP"
                       AND LFMDATE NOT > WS-DAY-DATE
                       AND LTODATE NOT < WS-DAY-DATE
                       MOVE "L" TO WS-DAY-MARK
                    END-IF
                 END-IF
           END-READ.

       AUDIT-LOG-PARA.
           OPEN I-O AUDITFILE.
           IF FSA = 35
              OPEN OUTPUT AUDITFILE
              CLOSE AUDITFILE
              OPEN I-O AUDITFILE
           END-IF.
           MOVE 0 TO WS-AUDIT-SEQ.
           MOVE HIGH-VALUES TO AAUDID.
           START AUDITFILE KEY IS LESS THAN AAUDID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ AUDITFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE AAUDID(2:5) TO WS-AUDIT-SEQ
                 END-READ
           END-START.
           ADD 1 TO WS-AUDIT-SEQ.
           MOVE WS-AUDIT-SEQ TO WS-AUDIT-SEQ-X.
           STRING "A" WS-AUDIT-SEQ-X DELIMITED BY SIZE INTO AAUDID.
           MOVE WS-AUDIT-EMPID   TO AEMPID.
           MOVE WS-AUDIT-FILE    TO AFILE.
           MOVE WS-AUDIT-OPER    TO AOPER.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           CLOSE AUDITFILE.

       END PROGRAM TIMECLOCK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTCLAIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           ALTERNATE RECORD KEY IS EEMPNAME WITH DUPLICATES
           FILE STATUS IS FSO.

           SELECT GRADEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSG.

           SELECT OTRATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORGRADE
           FILE STATUS IS FSOR.

           SELECT OTCLAIMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OCKEY
           FILE STATUS IS FSOC.

           SELECT LEAVEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LLEAVEID
           ALTERNATE RECORD KEY IS LEMPID WITH DUPLICATES
           FILE STATUS IS FSL.

           SELECT ATTENDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATKEY
           FILE STATUS IS FSAT.

           SELECT OTLISTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSOL.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AAUDID
           ALTERNATE RECORD KEY IS AEMPID WITH DUPLICATES
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).
           02 ESTATUS   PIC X(9).

       FD GRADEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GRADE.DAT".
       01 GRADEREC.
           02 GGRADE   PIC 99.
           02 GDESIGN  PIC X(25).

       FD OTRATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OTRATE.DAT".
       01 OTRATEREC.
           02 ORGRADE  PIC 99.
           02 ORGENRT  PIC 9(4)V99.
           02 ORNITRT  PIC 9(4)V99.
           02 ORHOLRT  PIC 9(4)V99.

       FD OTCLAIMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OTCLAIM.DAT".
       01 OTCLAIMREC.
           02 OCKEY.
              03 OCEMPID PIC X(6).
              03 OCDATE  PIC X(10).
           02 OCHOURS   PIC 99V9.
           02 OCSHIFT   PIC X.
           02 OCAPPR    PIC X.
           02 OCAPPBY   PIC X(6).
           02 OCFLAG    PIC X.
           02 OCAMT     PIC 9(6)V99.
           02 OCPAIDPER PIC X(6).

       FD LEAVEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LEAVE.DAT".
       01 LEAVEREC.
           02 LLEAVEID  PIC X(6).
           02 LEMPID    PIC X(6).
           02 LFMDATE   PIC X(10).
           02 LTODATE   PIC X(10).
           02 LLEVCAT   PIC X(3).

       FD ATTENDFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ATTEND.DAT".
       01 ATTENDREC.
           02 ATKEY.
              03 ATEMPID PIC X(6).
              03 ATDATE  PIC X(10).
           02 ATCODE    PIC X.
           02 ATSOURCE  PIC X.

       FD OTLISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OTCLAIM.TXT".
       01 OTLIST-LINE PIC X(80).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01 AUDITREC.
           02 AAUDID   PIC X(6).
           02 AEMPID   PIC X(6).
           02 AFILE    PIC X(16).
           02 AOPER    PIC X(10).
           02 ABEFORE  PIC X(30).
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
       77 FSG   PIC XX.
       77 FSOR  PIC XX.
       77 FSOC  PIC XX.
       77 FSL   PIC XX.
       77 FSAT  PIC XX.
       77 FSOL  PIC XX.
       77 FSA   PIC XX.
       77 ENTKEY PIC X.
       77 WS-MODE PIC X.
       77 WS-GRADE-FOUND PIC X.
       77 WS-FOUND   PIC X.
       77 WS-PERIOD  PIC X(6).
       77 WS-OT-FROM PIC X(10).
       77 WS-OT-TO   PIC X(10).
       77 WS-OT-FLAG PIC X.
       77 WS-OT-RATE PIC 9(4)V99.
       77 WS-OT-AMT  PIC 9(6)V99.
       77 WS-TOT-AMT PIC 9(8)V99.
       77 WS-CLM-COUNT  PIC 9(5).
       77 WS-FLAG-COUNT PIC 9(5).
       77 WS-HRS-EDIT PIC Z9.9.
       77 WS-AMT-EDIT PIC Z(5)9.99.
       77 WS-TOT-EDIT PIC Z(7)9.99.
       77 WS-PRINT-LINE PIC X(80).
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AUDIT-OPER   PIC X(10).
       77 WS-AUDIT-BEFORE PIC X(30).
       77 WS-AUDIT-AFTER  PIC X(30).
       77 WS-AUDIT-SEQ    PIC 9(5).
       77 WS-AUDIT-SEQ-X  PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "OVERTIME AND SHIFT CLAIMS" LINE 3 COL 10.
           DISPLAY "R. GRADE OVERTIME RATE TABLE" LINE 5 COL 5.
           DISPLAY "C. ENTER A CLAIM" LINE 6 COL 5.
           DISPLAY "A. APPROVE OR REJECT A CLAIM" LINE 7 COL 5.
           DISPLAY "L. LIST CLAIMS FOR A PERIOD" LINE 8 COL 5.
           DISPLAY "ENTER YOUR CHOICE :" LINE 10 COL 5.
           ACCEPT WS-MODE LINE 10 COL 30.
           INSPECT WS-MODE CONVERTING "rcal" TO "RCAL".
           IF WS-MODE = "R"
              GO TO RATE-PARA.
           IF WS-MODE = "C"
              GO TO CLAIM-PARA.
           IF WS-MODE = "A"
              GO TO APPROVE-PARA.
           IF WS-MODE = "L"
              GO TO LIST-PARA.
           GO TO MAIN-EXIT.

       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           STOP ' '.
           EXIT PROGRAM.

       RATE-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER GRADE NUMBER :" LINE 1 COL 1.
           ACCEPT ORGRADE LINE 1 COL 40.
           PERFORM VALIDATE-GRADE-PARA.
           IF WS-GRADE-FOUND = "N"
              DISPLAY "INVALID GRADE NUMBER - RATES NOT SAVED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN I-O OTRATEFILE.
           IF FSOR = 35
              OPEN OUTPUT OTRATEFILE
              CLOSE OTRATEFILE
              OPEN I-O OTRATEFILE.
           READ OTRATEFILE INVALID KEY
              MOVE "N" TO WS-FOUND
              MOVE 0 TO ORGENRT ORNITRT ORHOLRT
           NOT INVALID KEY
              MOVE "Y" TO WS-FOUND
           END-READ.
           MOVE ORGENRT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-AUDIT-BEFORE.
           DISPLAY "GENERAL OVERTIME RATE PER HOUR :" LINE 2 COL 1.
           ACCEPT ORGENRT LINE 2 COL 40.
           DISPLAY "NIGHT SHIFT RATE PER HOUR :" LINE 3 COL 1.
           ACCEPT ORNITRT LINE 3 COL 40.
           DISPLAY "HOLIDAY / WEEKLY-OFF RATE PER HOUR :" LINE 4 COL 1.
           ACCEPT ORHOLRT LINE 4 COL 40.
           IF WS-FOUND = "Y"
              REWRITE OTRATEREC
           ELSE
              WRITE OTRATEREC
           END-IF.
           CLOSE OTRATEFILE.
           MOVE SPACES TO WS-AUDIT-EMPID.
           MOVE "OTRATEFILE" TO WS-AUDIT-FILE.
           MOVE "OT-RATE" TO WS-AUDIT-OPER.
           MOVE ORGENRT TO WS-AMT-EDIT.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "GRADE " ORGRADE " " WS-AMT-EDIT
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "RATES SAVED" LINE 12 COL 10.
           GO TO MAIN-EXIT.

       VALIDATE-GRADE-PARA.
           MOVE "N" TO WS-GRADE-FOUND.
           OPEN INPUT GRADEFILE.
           IF FSG NOT = 35
              PERFORM VALIDATE-GRADE-READ UNTIL FSG = 10
              CLOSE GRADEFILE.
       VALIDATE-GRADE-READ.
           READ GRADEFILE
              AT END MOVE 10 TO FSG
              NOT AT END
                 IF GGRADE = ORGRADE
                    MOVE "Y" TO WS-GRADE-FOUND
                 END-IF
           END-READ.

       CLAIM-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER EMP CODE :" LINE 1 COL 1.
           ACCEPT OCEMPID LINE 1 COL 42.
           OPEN INPUT EMPFILE.
           MOVE OCEMPID TO EEMPID.
           READ EMPFILE INVALID KEY
              MOVE "SEPARATED" TO ESTATUS
              MOVE SPACES TO EEMPNAME
           END-READ.
           CLOSE EMPFILE.
           IF ESTATUS = "SEPARATED"
              DISPLAY "EMPLOYEE NOT FOUND OR SEPARATED - NOT RECORDED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           DISPLAY EEMPNAME LINE 1 COL 50.
           DISPLAY "ENTER DATE WORKED (YYYY-MM-DD) :" LINE 2 COL 1.
           ACCEPT OCDATE LINE 2 COL 42.
           IF OCDATE(5:1) NOT = "-" OR OCDATE(8:1) NOT = "-"
              OR OCDATE(6:2) < "01" OR OCDATE(6:2) > "12"
              OR OCDATE(9:2) < "01" OR OCDATE(9:2) > "31"
              DISPLAY "INVALID DATE - CLAIM NOT RECORDED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN I-O OTCLAIMFILE.
           IF FSOC = 35
              OPEN OUTPUT OTCLAIMFILE
              CLOSE OTCLAIMFILE
              OPEN I-O OTCLAIMFILE.
           READ OTCLAIMFILE INVALID KEY
              MOVE "N" TO WS-FOUND
           NOT INVALID KEY
              MOVE "Y" TO WS-FOUND
           END-READ.
           IF WS-FOUND = "Y" AND OCPAIDPER NOT = SPACES
              DISPLAY "CLAIM ALREADY PAID IN PERIOD" LINE 12 COL 10
              DISPLAY OCPAIDPER LINE 12 COL 40
              CLOSE OTCLAIMFILE
              GO TO MAIN-EXIT.
           DISPLAY "ENTER HOURS (99.9) :" LINE 3 COL 1.
           ACCEPT OCHOURS LINE 3 COL 42.
           DISPLAY "SHIFT TYPE (G=GENERAL N=NIGHT H=HOLIDAY) :"
              LINE 4 COL 1.
           ACCEPT OCSHIFT LINE 4 COL 46.
           INSPECT OCSHIFT CONVERTING "gnh" TO "GNH".
           IF OCSHIFT NOT = "G" AND OCSHIFT NOT = "N"
              AND OCSHIFT NOT = "H"
              DISPLAY "INVALID SHIFT TYPE - CLAIM NOT RECORDED"
                 LINE 12 COL 10
              CLOSE OTCLAIMFILE
              GO TO MAIN-EXIT.
           IF OCHOURS = 0
              DISPLAY "HOURS REQUIRED - CLAIM NOT RECORDED"
                 LINE 12 COL 10
              CLOSE OTCLAIMFILE
              GO TO MAIN-EXIT.
           MOVE "N" TO OCAPPR.
           MOVE SPACES TO OCAPPBY.
           MOVE SPACE TO OCFLAG.
           MOVE 0 TO OCAMT.
           MOVE SPACES TO OCPAIDPER.
           IF WS-FOUND = "Y"
              REWRITE OTCLAIMREC
           ELSE
              WRITE OTCLAIMREC
           END-IF.
           CLOSE OTCLAIMFILE.
           MOVE OCEMPID TO WS-AUDIT-EMPID.
           MOVE "OTCLAIMFILE" TO WS-AUDIT-FILE.
           MOVE "OT-CLAIM" TO WS-AUDIT-OPER.
           MOVE OCDATE TO WS-AUDIT-BEFORE.
           MOVE OCHOURS TO WS-HRS-EDIT.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING WS-HRS-EDIT " HRS SHIFT " OCSHIFT
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "CLAIM RECORDED - PENDING APPROVAL" LINE 12 COL 10.
           GO TO MAIN-EXIT.

       APPROVE-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER EMP CODE :" LINE 1 COL 1.
           ACCEPT OCEMPID LINE 1 COL 42.
           DISPLAY "ENTER DATE WORKED (YYYY-MM-DD) :" LINE 2 COL 1.
           ACCEPT OCDATE LINE 2 COL 42.
           OPEN I-O OTCLAIMFILE.
           IF FSOC = 35
              DISPLAY "CLAIM NOT FOUND" LINE 12 COL 10
              GO TO MAIN-EXIT.
           READ OTCLAIMFILE INVALID KEY
              DISPLAY "CLAIM NOT FOUND" LINE 12 COL 10
              CLOSE OTCLAIMFILE
              GO TO MAIN-EXIT
           END-READ.
           IF OCPAIDPER NOT = SPACES
              DISPLAY "CLAIM ALREADY PAID IN PERIOD" LINE 12 COL 10
              DISPLAY OCPAIDPER LINE 12 COL 40
              CLOSE OTCLAIMFILE
              GO TO MAIN-EXIT.
           MOVE OCHOURS TO WS-HRS-EDIT.
           DISPLAY "HOURS :" LINE 3 COL 1.
           DISPLAY WS-HRS-EDIT LINE 3 COL 42.
           DISPLAY "SHIFT TYPE :" LINE 4 COL 1.
           DISPLAY OCSHIFT LINE 4 COL 42.
           DISPLAY "CURRENT APPROVAL :" LINE 5 COL 1.
           DISPLAY OCAPPR LINE 5 COL 42.
           IF OCFLAG NOT = SPACE
              DISPLAY "HELD BY PAY RUN - FLAG :" LINE 6 COL 1
              DISPLAY OCFLAG LINE 6 COL 42.
           MOVE OCAPPR TO WS-AUDIT-BEFORE.
           DISPLAY "APPROVE (Y) OR REJECT (R) :" LINE 8 COL 1.
           ACCEPT OCAPPR LINE 8 COL 42.
           INSPECT OCAPPR CONVERTING "yr" TO "YR".
           IF OCAPPR NOT = "Y" AND OCAPPR NOT = "R"
              DISPLAY "NO CHANGE MADE" LINE 12 COL 10
              CLOSE OTCLAIMFILE
              GO TO MAIN-EXIT.
           MOVE WS-SIGNON-OPID TO OCAPPBY.
           MOVE SPACE TO OCFLAG.
           REWRITE OTCLAIMREC.
           CLOSE OTCLAIMFILE.
           MOVE OCEMPID TO WS-AUDIT-EMPID.
           MOVE "OTCLAIMFILE" TO WS-AUDIT-FILE.
           MOVE "OT-APPROVE" TO WS-AUDIT-OPER.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING OCDATE " " OCAPPR
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           IF OCAPPR = "Y"
              DISPLAY "CLAIM APPROVED" LINE 12 COL 10
           ELSE
              DISPLAY "CLAIM REJECTED" LINE 12 COL 10
           END-IF.
           GO TO MAIN-EXIT.

       LIST-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER PERIOD (YYYYMM) :" LINE 1 COL 1.
           ACCEPT WS-PERIOD LINE 1 COL 42.
           IF WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
              DISPLAY "INVALID PERIOD" LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE SPACES TO WS-OT-FROM WS-OT-TO.
           STRING WS-PERIOD(1:4) "-" WS-PERIOD(5:2) "-01"
              DELIMITED BY SIZE INTO WS-OT-FROM.
           STRING WS-PERIOD(1:4) "-" WS-PERIOD(5:2) "-31"
              DELIMITED BY SIZE INTO WS-OT-TO.
           OPEN INPUT OTCLAIMFILE.
           IF FSOC = 35
              DISPLAY "NO CLAIMS ON FILE" LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN INPUT EMPFILE.
           OPEN INPUT OTRATEFILE.
           OPEN INPUT ATTENDFILE.
           OPEN INPUT LEAVEFILE.
           OPEN OUTPUT OTLISTFILE.
           MOVE 0 TO WS-CLM-COUNT WS-FLAG-COUNT WS-TOT-AMT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OVERTIME AND SHIFT CLAIMS  PERIOD " WS-PERIOD
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO OTLIST-LINE.
           WRITE OTLIST-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "FLAG A=MARKED ABSENT L=ON LEAVE R=NO GRADE RATE"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO OTLIST-LINE.
           WRITE OTLIST-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMP ID DATE       HOURS SH AP FL     AMOUNT PAID IN"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO OTLIST-LINE.
           WRITE OTLIST-LINE.
           PERFORM LIST-CLAIM-READ UNTIL FSOC = 10.
           MOVE WS-TOT-AMT TO WS-TOT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CLAIMS " WS-CLM-COUNT "  FLAGGED " WS-FLAG-COUNT
              "  APPROVED VALUE " WS-TOT-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO OTLIST-LINE.
           WRITE OTLIST-LINE.
           CLOSE OTCLAIMFILE.
           CLOSE OTLISTFILE.
           IF FSO NOT = 35
              CLOSE EMPFILE.
           IF FSOR NOT = 35
              CLOSE OTRATEFILE.
           IF FSAT NOT = 35
              CLOSE ATTENDFILE.
           IF FSL NOT = 35
              CLOSE LEAVEFILE.
           DISPLAY "CLAIMS LISTED :" LINE 10 COL 1.
           DISPLAY WS-CLM-COUNT LINE 10 COL 30.
           DISPLAY "CLAIMS FLAGGED :" LINE 11 COL 1.
           DISPLAY WS-FLAG-COUNT LINE 11 COL 30.
           DISPLAY "LISTING WRITTEN TO OTCLAIM.TXT" LINE 12 COL 1.
           GO TO MAIN-EXIT.

       LIST-CLAIM-READ.
           READ OTCLAIMFILE NEXT RECORD
              AT END MOVE 10 TO FSOC
              NOT AT END
                 IF OCDATE NOT < WS-OT-FROM AND OCDATE NOT > WS-OT-TO
                    PERFORM LIST-CLAIM-PARA
                 END-IF
           END-READ.

       LIST-CLAIM-PARA.
           ADD 1 TO WS-CLM-COUNT.
           MOVE SPACE TO WS-OT-FLAG.
           MOVE 0 TO WS-OT-AMT.
           PERFORM CHECK-CLAIM-DAY-PARA.
           IF WS-OT-FLAG = SPACE
              PERFORM CLAIM-VALUE-PARA.
           IF WS-OT-FLAG NOT = SPACE
              ADD 1 TO WS-FLAG-COUNT
           ELSE
              IF OCAPPR = "Y"
                 ADD WS-OT-AMT TO WS-TOT-AMT
              END-IF
           END-IF.
           MOVE OCHOURS TO WS-HRS-EDIT.
           MOVE WS-OT-AMT TO WS-AMT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING OCEMPID " " OCDATE "  " WS-HRS-EDIT "  "
              OCSHIFT "  " OCAPPR "  " WS-OT-FLAG "  " WS-AMT-EDIT
              " " OCPAIDPER
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO OTLIST-LINE.
           WRITE OTLIST-LINE.

       CHECK-CLAIM-DAY-PARA.
           IF FSAT NOT = 35
              MOVE OCEMPID TO ATEMPID
              MOVE OCDATE TO ATDATE
              READ ATTENDFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ATCODE = "A"
                    MOVE "A" TO WS-OT-FLAG
                 END-IF
              END-READ
           END-IF.
           IF WS-OT-FLAG = SPACE AND FSL NOT = 35
              MOVE OCEMPID TO LEMPID
              START LEAVEFILE KEY IS = LEMPID INVALID KEY
                 MOVE 10 TO FSL
              END-START
              PERFORM CLAIM-LEAVE-READ UNTIL FSL = 10
              MOVE "00" TO FSL
           END-IF.
       CLAIM-LEAVE-READ.
           READ LEAVEFILE NEXT RECORD
              AT END MOVE 10 TO FSL
              NOT AT END
                 IF LEMPID NOT = OCEMPID
                    MOVE 10 TO FSL
                 ELSE
                    IF LFMDATE NOT > OCDATE
                       AND LTODATE NOT < OCDATE
                       MOVE "L" TO WS-OT-FLAG
                    END-IF
                 END-IF
           END-READ.

       CLAIM-VALUE-PARA.
           IF OCPAIDPER NOT = SPACES
              MOVE OCAMT TO WS-OT-AMT
           ELSE
              MOVE OCEMPID TO EEMPID
              READ EMPFILE INVALID KEY
                 MOVE 0 TO EGRDNO
              END-READ
              MOVE EGRDNO TO ORGRADE
              MOVE 0 TO WS-OT-RATE
              IF FSOR NOT = 35
                 READ OTRATEFILE INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OCSHIFT = "N"
                       MOVE ORNITRT TO WS-OT-RATE
                    ELSE
                       IF OCSHIFT = "H"
                          MOVE ORHOLRT TO WS-OT-RATE
                       ELSE
                          MOVE ORGENRT TO WS-OT-RATE
                       END-IF
                    END-IF
                 END-READ
              END-IF
              IF WS-OT-RATE = 0
                 MOVE "R" TO WS-OT-FLAG
              ELSE
                 COMPUTE WS-OT-AMT ROUNDED = OCHOURS * WS-OT-RATE
              END-IF
           END-IF.

       AUDIT-LOG-PARA.
           OPEN I-O AUDITFILE.
           IF FSA = 35
              OPEN OUTPUT AUDITFILE
              CLOSE AUDITFILE
              OPEN I-O AUDITFILE
           END-IF.
           MOVE 0 TO WS-AUDIT-SEQ.
           MOVE HIGH-VALUES TO AAUDID.
           START AUDITFILE KEY IS LESS THAN AAUDID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ AUDITFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE AAUDID(2:5) TO WS-AUDIT-SEQ
                 END-READ
           END-START.
           ADD 1 TO WS-AUDIT-SEQ.
           MOVE WS-AUDIT-SEQ TO WS-AUDIT-SEQ-X.
           STRING "A" WS-AUDIT-SEQ-X DELIMITED BY SIZE INTO AAUDID.
           MOVE WS-AUDIT-EMPID   TO AEMPID.
           MOVE WS-AUDIT-FILE    TO AFILE.
           MOVE WS-AUDIT-OPER    TO AOPER.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           CLOSE AUDITFILE.

       END PROGRAM OTCLAIM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMCLAIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           ALTERNATE RECORD KEY IS EEMPNAME WITH DUPLICATES
           FILE STATUS IS FSO.

           SELECT GRADEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSG.

           SELECT REIMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGRADE
           FILE STATUS IS FSRE.

           SELECT REIMCLMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCCLMID
           ALTERNATE RECORD KEY IS RCEMPID WITH DUPLICATES
           FILE STATUS IS FSRC.

           SELECT REIMSTMTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSRS.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AAUDID
           ALTERNATE RECORD KEY IS AEMPID WITH DUPLICATES
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).
           02 ESTATUS   PIC X(9).

       FD GRADEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GRADE.DAT".
       01 GRADEREC.
           02 GGRADE   PIC 99.
           02 GDESIGN  PIC X(25).

       FD REIMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REIMENT.DAT".
       01 REIMENTREC.
           02 REGRADE  PIC 99.
           02 REMEDI   PIC 9(6)V99.
           02 REBOOK   PIC 9(6)V99.
           02 RETPH    PIC 9(6)V99.
           02 REENTER  PIC 9(6)V99.

       FD REIMCLMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REIMCLM.DAT".
       01 REIMCLMREC.
           02 RCCLMID   PIC X(6).
           02 RCEMPID   PIC X(6).
           02 RCHEAD    PIC X(5).
           02 RCBILLDT  PIC X(10).
           02 RCFY      PIC 9(4).
           02 RCAMT     PIC 9(6)V99.
           02 RCPASSAMT PIC 9(6)V99.
           02 RCSTATUS  PIC X(8).
           02 RCPAIDPER PIC X(6).
           02 RCENTDT   PIC X(8).
           02 RCOPID    PIC X(6).

       FD REIMSTMTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REIMSTMT.TXT".
       01 REIMSTMT-LINE PIC X(80).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01 AUDITREC.
           02 AAUDID   PIC X(6).
           02 AEMPID   PIC X(6).
           02 AFILE    PIC X(16).
           02 AOPER    PIC X(10).
           02 ABEFORE  PIC X(30).
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
       77 FSG   PIC XX.
       77 FSRE  PIC XX.
       77 FSRC  PIC XX.
       77 FSRS  PIC XX.
       77 FSA   PIC XX.
       77 ENTKEY PIC X.
       77 WS-MODE PIC X.
       77 WS-GRADE-FOUND PIC X.
       77 WS-FOUND   PIC X.
       77 WS-EMPID   PIC X(6).
       77 WS-HEAD    PIC X(5).
       77 WS-HX      PIC 9.
       77 WS-FY-YY   PIC 9(4).
       77 WS-FY-END  PIC 9(4).
       77 WS-BILL-MM PIC 99.
       77 WS-TODAY-X PIC X(8).
       77 WS-BILL-X  PIC X(8).
       77 WS-BILL-DT  PIC X(10).
       77 WS-BILL-AMT PIC 9(6)V99.
       77 WS-ENTITLED  PIC 9(6)V99.
       77 WS-USED      PIC 9(7)V99.
       77 WS-REMAIN    PIC S9(7)V99.
       77 WS-CLM-SEQ   PIC 9(5).
       77 WS-CLM-SEQ-X PIC 9(5).
       77 WS-LAPSED    PIC S9(7)V99.
       77 WS-EMP-COUNT PIC 9(5).
       77 WS-ANY       PIC X.
       77 WS-AMT-EDIT  PIC Z(5)9.99.
       77 WS-ENT-EDIT  PIC Z(6)9.99.
       77 WS-CLM-EDIT  PIC Z(6)9.99.
       77 WS-PAID-EDIT PIC Z(6)9.99.
       77 WS-PEND-EDIT PIC Z(6)9.99.
       77 WS-LAPS-EDIT PIC Z(6)9.99.
       77 WS-PRINT-LINE PIC X(80).
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AUDIT-OPER   PIC X(10).
       77 WS-AUDIT-BEFORE PIC X(30).
       77 WS-AUDIT-AFTER  PIC X(30).
       77 WS-AUDIT-SEQ    PIC 9(5).
       77 WS-AUDIT-SEQ-X  PIC 9(5).
       01 WS-RH-TABLE.
           02 WS-RH-ENTRY OCCURS 4 TIMES.
              03 WS-RH-CODE  PIC X(5).
              03 WS-RH-ENT   PIC 9(7)V99.
              03 WS-RH-CLM   PIC 9(7)V99.
              03 WS-RH-PAID  PIC 9(7)V99.
              03 WS-RH-PEND  PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "MEDI " TO WS-RH-CODE(1).
           MOVE "BOOK " TO WS-RH-CODE(2).
           MOVE "TPH  " TO WS-RH-CODE(3).
           MOVE "ENTER" TO WS-RH-CODE(4).
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "REIMBURSEMENT CLAIMS" LINE 3 COL 10.
           DISPLAY "E. GRADE ANNUAL ENTITLEMENTS" LINE 5 COL 5.
           DISPLAY "C. ENTER A BILL CLAIM" LINE 6 COL 5.
           DISPLAY "S. YEAR-END REIMBURSEMENT STATEMENT" LINE 7 COL 5.
           DISPLAY "ENTER YOUR CHOICE :" LINE 9 COL 5.
           ACCEPT WS-MODE LINE 9 COL 30.
           INSPECT WS-MODE CONVERTING "ecs" TO "ECS".
           IF WS-MODE = "E"
              GO TO ENTITLE-PARA.
           IF WS-MODE = "C"
              GO TO CLAIM-PARA.
           IF WS-MODE = "S"
              GO TO STATEMENT-PARA.
           GO TO MAIN-EXIT.

       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           STOP ' '.
           EXIT PROGRAM.

       ENTITLE-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER GRADE NUMBER :" LINE 1 COL 1.
           ACCEPT REGRADE LINE 1 COL 40.
           PERFORM VALIDATE-GRADE-PARA.
           IF WS-GRADE-FOUND = "N"
              DISPLAY "INVALID GRADE NUMBER - NOT SAVED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN I-O REIMENTFILE.
           IF FSRE = 35
              OPEN OUTPUT REIMENTFILE
              CLOSE REIMENTFILE
              OPEN I-O REIMENTFILE.
           READ REIMENTFILE INVALID KEY
              MOVE "N" TO WS-FOUND
              MOVE 0 TO REMEDI REBOOK RETPH REENTER
           NOT INVALID KEY
              MOVE "Y" TO WS-FOUND
           END-READ.
           MOVE REMEDI TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-AUDIT-BEFORE.
           DISPLAY "ANNUAL MEDICAL ENTITLEMENT :" LINE 2 COL 1.
           ACCEPT REMEDI LINE 2 COL 40.
           DISPLAY "ANNUAL BOOKS ENTITLEMENT :" LINE 3 COL 1.
           ACCEPT REBOOK LINE 3 COL 40.
           DISPLAY "ANNUAL TELEPHONE ENTITLEMENT :" LINE 4 COL 1.
           ACCEPT RETPH LINE 4 COL 40.
           DISPLAY "ANNUAL ENTERTAINMENT ENTITLEMENT :" LINE 5 COL 1.
           ACCEPT REENTER LINE 5 COL 40.
           IF WS-FOUND = "Y"
              REWRITE REIMENTREC
           ELSE
              WRITE REIMENTREC
           END-IF.
           CLOSE REIMENTFILE.
           MOVE SPACES TO WS-AUDIT-EMPID.
           MOVE "REIMENTFILE" TO WS-AUDIT-FILE.
           MOVE "REIM-ENT" TO WS-AUDIT-OPER.
           MOVE REMEDI TO WS-AMT-EDIT.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "GRADE " REGRADE " " WS-AMT-EDIT
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "ENTITLEMENTS SAVED" LINE 12 COL 10.
           GO TO MAIN-EXIT.

       VALIDATE-GRADE-PARA.
           MOVE "N" TO WS-GRADE-FOUND.
           OPEN INPUT GRADEFILE.
           IF FSG NOT = 35
              PERFORM VALIDATE-GRADE-READ UNTIL FSG = 10
              CLOSE GRADEFILE.
       VALIDATE-GRADE-READ.
           READ GRADEFILE
              AT END MOVE 10 TO FSG
              NOT AT END
                 IF GGRADE = REGRADE
                    MOVE "Y" TO WS-GRADE-FOUND
                 END-IF
           END-READ.

       CLAIM-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER EMP CODE :" LINE 1 COL 1.
           ACCEPT WS-EMPID LINE 1 COL 42.
           OPEN INPUT EMPFILE.
           MOVE WS-EMPID TO EEMPID.
           READ EMPFILE INVALID KEY
              MOVE "SEPARATED" TO ESTATUS
              MOVE SPACES TO EEMPNAME
           END-READ.
           CLOSE EMPFILE.
           IF ESTATUS = "SEPARATED"
              DISPLAY "EMPLOYEE NOT FOUND OR SEPARATED - NOT RECORDED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           DISPLAY EEMPNAME LINE 1 COL 50.
           DISPLAY "HEAD (MEDI/BOOK/TPH/ENTER) :" LINE 2 COL 1.
           ACCEPT WS-HEAD LINE 2 COL 42.
           INSPECT WS-HEAD CONVERTING "abcdehiklmnoprt"
              TO "ABCDEHIKLMNOPRT".
           MOVE 0 TO WS-HX.
           IF WS-HEAD = "MEDI"
              MOVE 1 TO WS-HX.
           IF WS-HEAD = "BOOK"
              MOVE 2 TO WS-HX.
           IF WS-HEAD = "TPH"
              MOVE 3 TO WS-HX.
           IF WS-HEAD = "ENTER"
              MOVE 4 TO WS-HX.
           IF WS-HX = 0
              DISPLAY "INVALID HEAD - CLAIM NOT RECORDED" LINE 12 COL 10
              GO TO MAIN-EXIT.
           DISPLAY "BILL DATE (YYYY-MM-DD) :" LINE 3 COL 1.
           ACCEPT WS-BILL-DT LINE 3 COL 42.
           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-BILL-X.
           STRING WS-BILL-DT(1:4) WS-BILL-DT(6:2) WS-BILL-DT(9:2)
              DELIMITED BY SIZE INTO WS-BILL-X.
           IF WS-BILL-DT(5:1) NOT = "-" OR WS-BILL-DT(8:1) NOT = "-"
              OR WS-BILL-X NOT NUMERIC
              OR WS-BILL-DT(6:2) < "01" OR WS-BILL-DT(6:2) > "12"
              OR WS-BILL-DT(9:2) < "01" OR WS-BILL-DT(9:2) > "31"
              OR WS-BILL-X > WS-TODAY-X
              DISPLAY "INVALID BILL DATE - CLAIM NOT RECORDED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           DISPLAY "BILL AMOUNT :" LINE 4 COL 1.
           ACCEPT WS-BILL-AMT LINE 4 COL 42.
           IF WS-BILL-AMT = 0
              DISPLAY "AMOUNT REQUIRED - CLAIM NOT RECORDED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE WS-BILL-DT(1:4) TO WS-FY-YY.
           MOVE WS-BILL-DT(6:2) TO WS-BILL-MM.
           IF WS-BILL-MM < 4
              SUBTRACT 1 FROM WS-FY-YY.
           MOVE 0 TO WS-ENTITLED.
           OPEN INPUT REIMENTFILE.
           IF FSRE NOT = 35
              MOVE EGRDNO TO REGRADE
              READ REIMENTFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF WS-HX = 1
                    MOVE REMEDI TO WS-ENTITLED
                 END-IF
                 IF WS-HX = 2
                    MOVE REBOOK TO WS-ENTITLED
                 END-IF
                 IF WS-HX = 3
                    MOVE RETPH TO WS-ENTITLED
                 END-IF
                 IF WS-HX = 4
                    MOVE REENTER TO WS-ENTITLED
                 END-IF
              END-READ
              CLOSE REIMENTFILE.
           OPEN I-O REIMCLMFILE.
           IF FSRC = 35
              OPEN OUTPUT REIMCLMFILE
              CLOSE REIMCLMFILE
              OPEN I-O REIMCLMFILE.
           MOVE 0 TO WS-USED.
           MOVE WS-EMPID TO RCEMPID.
           START REIMCLMFILE KEY IS = RCEMPID INVALID KEY
              MOVE 10 TO FSRC
           END-START.
           PERFORM USED-CLAIM-READ UNTIL FSRC = 10.
           MOVE "00" TO FSRC.
           COMPUTE WS-REMAIN = WS-ENTITLED - WS-USED.
           IF WS-REMAIN < 0
              MOVE 0 TO WS-REMAIN.
           PERFORM NEXT-CLAIM-ID-PARA.
           MOVE WS-EMPID TO RCEMPID.
           MOVE WS-HEAD TO RCHEAD.
           MOVE WS-BILL-DT TO RCBILLDT.
           MOVE WS-BILL-AMT TO RCAMT.
           MOVE WS-FY-YY TO RCFY.
           MOVE SPACES TO RCPAIDPER.
           MOVE WS-TODAY-X TO RCENTDT.
           MOVE WS-SIGNON-OPID TO RCOPID.
           IF WS-REMAIN = 0
              MOVE 0 TO RCPASSAMT
              MOVE "REJECTED" TO RCSTATUS
           ELSE
              MOVE "PASSED" TO RCSTATUS
              IF RCAMT > WS-REMAIN
                 MOVE WS-REMAIN TO RCPASSAMT
              ELSE
                 MOVE RCAMT TO RCPASSAMT
              END-IF
           END-IF.
           WRITE REIMCLMREC INVALID KEY
              DISPLAY "CLAIM NUMBER IN USE - NOT RECORDED"
                 LINE 12 COL 10
              CLOSE REIMCLMFILE
              GO TO MAIN-EXIT
           END-WRITE.
           CLOSE REIMCLMFILE.
           MOVE WS-EMPID TO WS-AUDIT-EMPID.
           MOVE "REIMCLMFILE" TO WS-AUDIT-FILE.
           MOVE "REIM-CLAIM" TO WS-AUDIT-OPER.
           MOVE RCAMT TO WS-AMT-EDIT.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING RCCLMID " " RCHEAD " " WS-AMT-EDIT
              DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE RCPASSAMT TO WS-AMT-EDIT.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING RCSTATUS " " WS-AMT-EDIT
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           MOVE WS-ENTITLED TO WS-ENT-EDIT.
           DISPLAY "ANNUAL ENTITLEMENT :" LINE 6 COL 1.
           DISPLAY WS-ENT-EDIT LINE 6 COL 42.
           MOVE WS-REMAIN TO WS-ENT-EDIT.
           DISPLAY "REMAINING BEFORE THIS BILL :" LINE 7 COL 1.
           DISPLAY WS-ENT-EDIT LINE 7 COL 42.
           DISPLAY "CLAIM NUMBER :" LINE 9 COL 1.
           DISPLAY RCCLMID LINE 9 COL 42.
           DISPLAY "STATUS :" LINE 10 COL 1.
           DISPLAY RCSTATUS LINE 10 COL 42.
           MOVE RCPASSAMT TO WS-AMT-EDIT.
           DISPLAY "PASSED FOR PAYMENT :" LINE 11 COL 1.
           DISPLAY WS-AMT-EDIT LINE 11 COL 42.
           IF RCSTATUS = "PASSED"
              DISPLAY "WILL BE PAID IN THE NEXT PAY RUN" LINE 13 COL 10
           ELSE
              DISPLAY "ENTITLEMENT FOR THE YEAR ALREADY USED"
                 LINE 13 COL 10
           END-IF.
           GO TO MAIN-EXIT.

       USED-CLAIM-READ.
           READ REIMCLMFILE NEXT RECORD
              AT END MOVE 10 TO FSRC
              NOT AT END
                 IF RCEMPID NOT = WS-EMPID
                    MOVE 10 TO FSRC
                 ELSE
                    IF RCHEAD = WS-HEAD AND RCFY = WS-FY-YY
                       AND (RCSTATUS = "PASSED" OR RCSTATUS = "PAID")
                       ADD RCPASSAMT TO WS-USED
                    END-IF
                 END-IF
           END-READ.

       NEXT-CLAIM-ID-PARA.
           MOVE 0 TO WS-CLM-SEQ.
           MOVE HIGH-VALUES TO RCCLMID.
           START REIMCLMFILE KEY IS LESS THAN RCCLMID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ REIMCLMFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE RCCLMID(2:5) TO WS-CLM-SEQ
                 END-READ
           END-START.
           ADD 1 TO WS-CLM-SEQ.
           MOVE WS-CLM-SEQ TO WS-CLM-SEQ-X.
           STRING "C" WS-CLM-SEQ-X DELIMITED BY SIZE INTO RCCLMID.

       STATEMENT-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "YEAR-END REIMBURSEMENT STATEMENT" LINE 3 COL 10.
           DISPLAY "ENTER FY START YEAR (YYYY) :" LINE 5 COL 1.
           ACCEPT WS-FY-YY LINE 5 COL 35.
           COMPUTE WS-FY-END = WS-FY-YY + 1.
           OPEN INPUT EMPFILE.
           IF FSO = 35
              DISPLAY "EMPLOYEE FILE NOT FOUND" LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN INPUT REIMENTFILE.
           OPEN INPUT REIMCLMFILE.
           OPEN OUTPUT REIMSTMTFILE.
           MOVE 0 TO WS-EMP-COUNT.
           PERFORM STMT-EMP-READ UNTIL FSO = 10.
           CLOSE EMPFILE.
           CLOSE REIMSTMTFILE.
           IF FSRE NOT = 35
              CLOSE REIMENTFILE.
           IF FSRC NOT = 35
              CLOSE REIMCLMFILE.
           DISPLAY "STATEMENTS WRITTEN :" LINE 10 COL 1.
           DISPLAY WS-EMP-COUNT LINE 10 COL 28.
           DISPLAY "OUTPUT IN REIMSTMT.TXT" LINE 11 COL 1.
           GO TO MAIN-EXIT.

       STMT-EMP-READ.
           READ EMPFILE NEXT RECORD
              AT END MOVE 10 TO FSO
              NOT AT END PERFORM STMT-EMP-PARA
           END-READ.

       STMT-EMP-PARA.
           PERFORM CLEAR-HEAD-PARA
              VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 4.
           MOVE "N" TO WS-ANY.
           IF FSRE NOT = 35
              MOVE EGRDNO TO REGRADE
              READ REIMENTFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE REMEDI TO WS-RH-ENT(1)
                 MOVE REBOOK TO WS-RH-ENT(2)
                 MOVE RETPH TO WS-RH-ENT(3)
                 MOVE REENTER TO WS-RH-ENT(4)
                 MOVE "Y" TO WS-ANY
              END-READ
           END-IF.
           IF FSRC NOT = 35
              MOVE EEMPID TO RCEMPID
              START REIMCLMFILE KEY IS = RCEMPID INVALID KEY
                 MOVE 10 TO FSRC
              END-START
              PERFORM STMT-CLAIM-READ UNTIL FSRC = 10
              MOVE "00" TO FSRC
           END-IF.
           IF ESTATUS = "SEPARATED" AND WS-RH-CLM(1) = 0
              AND WS-RH-CLM(2) = 0 AND WS-RH-CLM(3) = 0
              AND WS-RH-CLM(4) = 0
              MOVE "N" TO WS-ANY.
           IF WS-ANY = "Y"
              PERFORM WRITE-STMT-PARA
              ADD 1 TO WS-EMP-COUNT.

       CLEAR-HEAD-PARA.
           MOVE 0 TO WS-RH-ENT(WS-HX) WS-RH-CLM(WS-HX)
              WS-RH-PAID(WS-HX) WS-RH-PEND(WS-HX).

       STMT-CLAIM-READ.
           READ REIMCLMFILE NEXT RECORD
              AT END MOVE 10 TO FSRC
              NOT AT END
                 IF RCEMPID NOT = EEMPID
                    MOVE 10 TO FSRC
                 ELSE
                    IF RCFY = WS-FY-YY
                       PERFORM STMT-CLAIM-ADD-PARA
                    END-IF
                 END-IF
           END-READ.

       STMT-CLAIM-ADD-PARA.
           MOVE 0 TO WS-HX.
           IF RCHEAD = "MEDI"
              MOVE 1 TO WS-HX.
           IF RCHEAD = "BOOK"
              MOVE 2 TO WS-HX.
           IF RCHEAD = "TPH"
              MOVE 3 TO WS-HX.
           IF RCHEAD = "ENTER"
              MOVE 4 TO WS-HX.
           IF WS-HX > 0
              MOVE "Y" TO WS-ANY
              ADD RCAMT TO WS-RH-CLM(WS-HX)
              IF RCSTATUS = "PAID"
                 ADD RCPASSAMT TO WS-RH-PAID(WS-HX)
              END-IF
              IF RCSTATUS = "PASSED"
                 ADD RCPASSAMT TO WS-RH-PEND(WS-HX)
              END-IF
           END-IF.

       WRITE-STMT-PARA.
           MOVE ALL "-" TO REIMSTMT-LINE.
           WRITE REIMSTMT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REIMBURSEMENT STATEMENT  FY " WS-FY-YY "-" WS-FY-END
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO REIMSTMT-LINE.
           WRITE REIMSTMT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPLOYEE : " EEMPID "  " EEMPNAME "  GRADE " EGRDNO
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO REIMSTMT-LINE.
           WRITE REIMSTMT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "HEAD     ENTITLED    CLAIMED       PAID"
              "    PENDING     LAPSED"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO REIMSTMT-LINE.
           WRITE REIMSTMT-LINE.
           PERFORM WRITE-STMT-HEAD-PARA
              VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 4.

       WRITE-STMT-HEAD-PARA.
           COMPUTE WS-LAPSED = WS-RH-ENT(WS-HX) - WS-RH-PAID(WS-HX)
              - WS-RH-PEND(WS-HX).
           IF WS-LAPSED < 0
              MOVE 0 TO WS-LAPSED.
           MOVE WS-RH-ENT(WS-HX) TO WS-ENT-EDIT.
           MOVE WS-RH-CLM(WS-HX) TO WS-CLM-EDIT.
           MOVE WS-RH-PAID(WS-HX) TO WS-PAID-EDIT.
           MOVE WS-RH-PEND(WS-HX) TO WS-PEND-EDIT.
           MOVE WS-LAPSED TO WS-LAPS-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-RH-CODE(WS-HX) " " WS-ENT-EDIT " " WS-CLM-EDIT
              " " WS-PAID-EDIT " " WS-PEND-EDIT " " WS-LAPS-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO REIMSTMT-LINE.
           WRITE REIMSTMT-LINE.

       AUDIT-LOG-PARA.
           OPEN I-O AUDITFILE.
           IF FSA = 35
              OPEN OUTPUT AUDITFILE
              CLOSE AUDITFILE
              OPEN I-O AUDITFILE
           END-IF.
           MOVE 0 TO WS-AUDIT-SEQ.
           MOVE HIGH-VALUES TO AAUDID.
           START AUDITFILE KEY IS LESS THAN AAUDID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ AUDITFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE AAUDID(2:5) TO WS-AUDIT-SEQ
                 END-READ
           END-START.
           ADD 1 TO WS-AUDIT-SEQ.
           MOVE WS-AUDIT-SEQ TO WS-AUDIT-SEQ-X.
           STRING "A" WS-AUDIT-SEQ-X DELIMITED BY SIZE INTO AAUDID.
           MOVE WS-AUDIT-EMPID   TO AEMPID.
           MOVE WS-AUDIT-FILE    TO AFILE.
           MOVE WS-AUDIT-OPER    TO AOPER.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           CLOSE AUDITFILE.

       END PROGRAM REIMCLAIM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVARIANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           ALTERNATE RECORD KEY IS EEMPNAME WITH DUPLICATES
           FILE STATUS IS FSO.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHKEY
           FILE STATUS IS FSPH.

           SELECT VARFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSVR.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).
           02 ESTATUS   PIC X(9).

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 PAYHISTREC.
           02 PHKEY.
              03 PHEMPID  PIC X(6).
              03 PHPERIOD PIC X(6).
           02 PHBASIC   PIC 9(6)V99.
           02 PHDA      PIC 9(6)V99.
           02 PHCCA     PIC 9(6)V99.
           02 PHHRA     PIC 9(6)V99.
           02 PHDPA     PIC 9(6)V99.
           02 PHPPA     PIC 9(6)V99.
           02 PHEDUA    PIC 9(6)V99.
           02 PHTECHJR  PIC 9(6)V99.
           02 PHLUNCHA  PIC 9(6)V99.
           02 PHCONVEY  PIC 9(6)V99.
           02 PHBUSATR  PIC 9(6)V99.
           02 PHLTA     PIC 9(6)V99.
           02 PHPF      PIC 9(6)V99.
           02 PHESI     PIC 9(6)V99.
           02 PHGRTY    PIC 9(6)V99.
           02 PHPTAX    PIC 9(6)V99.
           02 PHITAX    PIC 9(6)V99.
           02 PHLOAN    PIC 9(8)V99.
           02 PHLOANDA  PIC 9(8)V99.
           02 PHOTHERD  PIC 9(6)V99.
           02 PHPERINC  PIC 9(6)V99.
           02 PHMEDI    PIC 9(6)V99.
           02 PHBOOK    PIC 9(6)V99.
           02 PHENTER   PIC 9(6)V99.
           02 PHTPH     PIC 9(6)V99.
           02 PHHOUSE   PIC 9(6)V99.
           02 PHVEHMAN  PIC 9(6)V99.
           02 PHCREDIT  PIC 9(6)V99.
           02 PHCLUB    PIC 9(6)V99.
           02 PHCL      PIC 99.
           02 PHSL      PIC 99.
           02 PHPL      PIC 99.
           02 PHLLOP    PIC 999.
           02 PHOTHERL  PIC 999.
           02 PHLOPDAYS PIC 99V9.
           02 PHLOPAMT  PIC 9(6)V99.
           02 PHARREAR  PIC 9(8)V99.
           02 PHGROSS   PIC 9(9)V99.
           02 PHDED     PIC 9(9)V99.
           02 PHNET     PIC S9(9)V99.
           02 PHOTAMT   PIC 9(6)V99.
           02 PHREIMB   PIC 9(6)V99.
           02 PHRUNTYP  PIC X.
           02 PHRUNSEQ  PIC 99.

       FD VARFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VARIANCE.TXT".
       01 VAR-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
       77 FSPH  PIC XX.
       77 FSVR  PIC XX.
       77 ENTKEY PIC X.
       77 WS-PERIOD  PIC X(6).
       77 WS-PREV    PIC X(6).
       77 WS-PER-YY  PIC 9(4).
       77 WS-PER-MM  PIC 99.
       77 WS-PCT-LIMIT PIC 999.
       77 WS-AMT-LIMIT PIC 9(7).
       77 WS-PASS    PIC 9.
       77 WS-EMP     PIC X(6).
       77 WS-C-FOUND PIC X.
       77 WS-P-FOUND PIC X.
       77 WS-FLAG    PIC X.
       77 WS-CHANGE  PIC S9(9)V99.
       77 WS-ABS-CHG PIC 9(9)V99.
       77 WS-PCT     PIC S9(4)V9.
       77 WS-ABS-PCT PIC 9(4)V9.
       77 WS-HEAD-NAME PIC X(8).
       77 WS-HEAD-OLD  PIC 9(8)V99.
       77 WS-HEAD-NEW  PIC 9(8)V99.
       77 WS-FLAG-COUNT PIC 9(5).
       77 WS-JOIN-COUNT PIC 9(5).
       77 WS-DROP-COUNT PIC 9(5).
       77 WS-SUPP-COUNT PIC 9(5).
       77 WS-CTL-CCNT  PIC 9(5).
       77 WS-CTL-CNET  PIC S9(11)V99.
       77 WS-CTL-PCNT  PIC 9(5).
       77 WS-CTL-PNET  PIC S9(11)V99.
       77 WS-G-CCNT    PIC 9(5).
       77 WS-G-CNET    PIC S9(11)V99.
       77 WS-G-PCNT    PIC 9(5).
       77 WS-G-PNET    PIC S9(11)V99.
       77 WS-G-BR      PIC X(6).
       77 WS-VB-COUNT  PIC 999.
       77 WS-IX        PIC 999.
       77 WS-JX        PIC 999.
       77 WS-KX        PIC 999.
       77 WS-FOUND-IX  PIC 999.
       77 WS-SWAP-ENTRY PIC X(42).
       77 WS-AMT-EDIT  PIC -(8)9.99.
       77 WS-AMT2-EDIT PIC -(8)9.99.
       77 WS-AMT3-EDIT PIC -(8)9.99.
       77 WS-PCT-EDIT  PIC -(4)9.9.
       77 WS-TOT-EDIT  PIC -(11)9.99.
       77 WS-TOT2-EDIT PIC -(11)9.99.
       77 WS-CNT-EDIT  PIC Z(4)9.
       77 WS-CNT2-EDIT PIC Z(4)9.
       77 WS-PRINT-LINE PIC X(80).
       01 WS-CUR-PAY.
           02 WS-C-NET    PIC S9(9)V99.
           02 WS-C-BASIC  PIC 9(6)V99.
           02 WS-C-HRA    PIC 9(6)V99.
           02 WS-C-ARREAR PIC 9(8)V99.
           02 WS-C-LOPAMT PIC 9(6)V99.
           02 WS-C-ITAX   PIC 9(6)V99.
           02 WS-C-LOANDA PIC 9(8)V99.
           02 WS-C-RUNTYP PIC X.
           02 WS-C-RUNSEQ PIC 99.
       01 WS-PRV-PAY.
           02 WS-P-NET    PIC S9(9)V99.
           02 WS-P-BASIC  PIC 9(6)V99.
           02 WS-P-HRA    PIC 9(6)V99.
           02 WS-P-ARREAR PIC 9(8)V99.
           02 WS-P-LOPAMT PIC 9(6)V99.
           02 WS-P-ITAX   PIC 9(6)V99.
           02 WS-P-LOANDA PIC 9(8)V99.
           02 WS-P-RUNTYP PIC X.
           02 WS-P-RUNSEQ PIC 99.
       01 WS-VB-TABLE.
           02 WS-VB-ENTRY OCCURS 200 TIMES.
              03 VB-BR    PIC X(6).
              03 VB-PCNT  PIC 9(5).
              03 VB-PNET  PIC S9(11)V99.
              03 VB-CCNT  PIC 9(5).
              03 VB-CNET  PIC S9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "PAY VARIANCE REPORT" LINE 3 COL 10.
           DISPLAY "ENTER PAY PERIOD (YYYYMM) :" LINE 5 COL 1.
           ACCEPT WS-PERIOD LINE 5 COL 35.
           IF WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
              OR WS-PERIOD IS NOT NUMERIC
              DISPLAY "INVALID PERIOD" LINE 12 COL 10
              GO TO MAIN-EXIT.
           DISPLAY "FLAG NET CHANGE ABOVE PERCENT :" LINE 6 COL 1.
           ACCEPT WS-PCT-LIMIT LINE 6 COL 35.
           DISPLAY "FLAG NET CHANGE ABOVE AMOUNT  :" LINE 7 COL 1.
           ACCEPT WS-AMT-LIMIT LINE 7 COL 35.
           MOVE WS-PERIOD(1:4) TO WS-PER-YY.
           MOVE WS-PERIOD(5:2) TO WS-PER-MM.
           IF WS-PER-MM = 1
              SUBTRACT 1 FROM WS-PER-YY
              MOVE 12 TO WS-PER-MM
           ELSE
              SUBTRACT 1 FROM WS-PER-MM
           END-IF.
           MOVE SPACES TO WS-PREV.
           STRING WS-PER-YY WS-PER-MM DELIMITED BY SIZE INTO WS-PREV.
           OPEN INPUT PAYHISTFILE.
           IF FSPH = 35
              DISPLAY "NO PAY HISTORY ON FILE" LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN INPUT EMPFILE.
           OPEN OUTPUT VARFILE.
           MOVE 0 TO WS-FLAG-COUNT WS-JOIN-COUNT WS-DROP-COUNT.
           MOVE 0 TO WS-SUPP-COUNT WS-VB-COUNT.
           MOVE 0 TO WS-CTL-CCNT WS-CTL-CNET WS-CTL-PCNT WS-CTL-PNET.
           MOVE 0 TO WS-G-CCNT WS-G-CNET WS-G-PCNT WS-G-PNET.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAY VARIANCE REPORT  PERIOD " WS-PERIOD
              "  AGAINST " WS-PREV
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE WS-PCT-LIMIT TO WS-CNT-EDIT.
           MOVE WS-AMT-LIMIT TO WS-TOT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "FLAGGED WHERE NET CHANGES BY MORE THAN "
              WS-CNT-EDIT " PCT OR " WS-TOT-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE ALL "=" TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE "NET PAY VARIANCES" TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPID  NAME               BRANCH     PREV NET"
              "      CUR NET       CHANGE    PCT"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE 1 TO WS-PASS.
           PERFORM SCAN-PASS-PARA.
           PERFORM SORT-BRANCH-PARA THRU SORT-BRANCH-X.
           PERFORM PRINT-TOTALS-PARA.
           MOVE ALL "=" TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE "NEW JOINERS (PAID THIS PERIOD, NOT LAST PERIOD)"
              TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE 2 TO WS-PASS.
           PERFORM SCAN-PASS-PARA.
           MOVE ALL "=" TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE "DROP-OUTS (PAID LAST PERIOD, NOT THIS PERIOD)"
              TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE 3 TO WS-PASS.
           PERFORM SCAN-PASS-PARA.
           MOVE ALL "=" TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE "PAID IN A SUPPLEMENTARY RUN THIS PERIOD" TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE 4 TO WS-PASS.
           PERFORM SCAN-PASS-PARA.
           CLOSE PAYHISTFILE.
           CLOSE VARFILE.
           IF FSO NOT = 35
              CLOSE EMPFILE.
           DISPLAY "NET CHANGES FLAGGED :" LINE 10 COL 1.
           DISPLAY WS-FLAG-COUNT LINE 10 COL 30.
           DISPLAY "NEW JOINERS         :" LINE 11 COL 1.
           DISPLAY WS-JOIN-COUNT LINE 11 COL 30.
           DISPLAY "DROP-OUTS           :" LINE 12 COL 1.
           DISPLAY WS-DROP-COUNT LINE 12 COL 30.
           DISPLAY "SUPPLEMENTARY PAID  :" LINE 13 COL 1.
           DISPLAY WS-SUPP-COUNT LINE 13 COL 30.
           DISPLAY "REPORT WRITTEN TO VARIANCE.TXT" LINE 15 COL 1.
       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           STOP ' '.
           EXIT PROGRAM.

       SCAN-PASS-PARA.
           MOVE SPACES TO WS-EMP.
           MOVE "N" TO WS-C-FOUND.
           MOVE "N" TO WS-P-FOUND.
           MOVE LOW-VALUES TO PHKEY.
           START PAYHISTFILE KEY IS NOT LESS THAN PHKEY INVALID KEY
              MOVE 10 TO FSPH
           END-START.
           PERFORM SCAN-HIST-READ UNTIL FSPH = 10.
           PERFORM EMP-BREAK-PARA THRU EMP-BREAK-EXIT.
           MOVE "00" TO FSPH.
       SCAN-HIST-READ.
           READ PAYHISTFILE NEXT RECORD
              AT END MOVE 10 TO FSPH
              NOT AT END PERFORM SCAN-HIST-PARA
           END-READ.
       SCAN-HIST-PARA.
           IF PHEMPID NOT = WS-EMP
              PERFORM EMP-BREAK-PARA THRU EMP-BREAK-EXIT
              MOVE PHEMPID TO WS-EMP
              MOVE "N" TO WS-C-FOUND
              MOVE "N" TO WS-P-FOUND.
           IF PHPERIOD = WS-PERIOD
              MOVE "Y" TO WS-C-FOUND
              MOVE PHNET TO WS-C-NET
              MOVE PHBASIC TO WS-C-BASIC
              MOVE PHHRA TO WS-C-HRA
              MOVE PHARREAR TO WS-C-ARREAR
              MOVE PHLOPAMT TO WS-C-LOPAMT
              MOVE PHITAX TO WS-C-ITAX
              MOVE PHLOANDA TO WS-C-LOANDA
              MOVE PHRUNTYP TO WS-C-RUNTYP
              MOVE PHRUNSEQ TO WS-C-RUNSEQ
              IF WS-PASS = 1
                 ADD 1 TO WS-CTL-CCNT
                 ADD PHNET TO WS-CTL-CNET
              END-IF
           END-IF.
           IF PHPERIOD = WS-PREV
              MOVE "Y" TO WS-P-FOUND
              MOVE PHNET TO WS-P-NET
              MOVE PHBASIC TO WS-P-BASIC
              MOVE PHHRA TO WS-P-HRA
              MOVE PHARREAR TO WS-P-ARREAR
              MOVE PHLOPAMT TO WS-P-LOPAMT
              MOVE PHITAX TO WS-P-ITAX
              MOVE PHLOANDA TO WS-P-LOANDA
              MOVE PHRUNTYP TO WS-P-RUNTYP
              MOVE PHRUNSEQ TO WS-P-RUNSEQ
              IF WS-PASS = 1
                 ADD 1 TO WS-CTL-PCNT
                 ADD PHNET TO WS-CTL-PNET
              END-IF
           END-IF.

       EMP-BREAK-PARA.
           IF WS-EMP = SPACES
              GO TO EMP-BREAK-EXIT.
           IF WS-C-FOUND = "N" AND WS-P-FOUND = "N"
              GO TO EMP-BREAK-EXIT.
           MOVE WS-EMP TO EEMPID.
           MOVE SPACES TO EEMPNAME EBRNID ESTATUS EDOJ.
           IF FSO NOT = 35
              READ EMPFILE INVALID KEY
                 MOVE SPACES TO EEMPNAME EBRNID ESTATUS EDOJ
              END-READ
           END-IF.
           IF WS-PASS = 1
              PERFORM VARIANCE-EMP-PARA THRU VARIANCE-EMP-EXIT.
           IF WS-PASS = 2 AND WS-C-FOUND = "Y" AND WS-P-FOUND = "N"
              PERFORM JOINER-EMP-PARA.
           IF WS-PASS = 3 AND WS-C-FOUND = "N" AND WS-P-FOUND = "Y"
              PERFORM DROPOUT-EMP-PARA.
           IF WS-PASS = 4 AND WS-C-FOUND = "Y" AND WS-C-RUNTYP = "S"
              PERFORM SUPP-EMP-PARA.
       EMP-BREAK-EXIT.
           CONTINUE.

       VARIANCE-EMP-PARA.
           MOVE EBRNID TO WS-G-BR.
           PERFORM FIND-BRANCH-PARA.
           IF WS-C-FOUND = "Y"
              ADD 1 TO WS-G-CCNT
              ADD WS-C-NET TO WS-G-CNET
              IF WS-FOUND-IX > 0
                 ADD 1 TO VB-CCNT(WS-FOUND-IX)
                 ADD WS-C-NET TO VB-CNET(WS-FOUND-IX)
              END-IF
           END-IF.
           IF WS-P-FOUND = "Y"
              ADD 1 TO WS-G-PCNT
              ADD WS-P-NET TO WS-G-PNET
              IF WS-FOUND-IX > 0
                 ADD 1 TO VB-PCNT(WS-FOUND-IX)
                 ADD WS-P-NET TO VB-PNET(WS-FOUND-IX)
              END-IF
           END-IF.
           IF WS-C-FOUND = "N" OR WS-P-FOUND = "N"
              GO TO VARIANCE-EMP-EXIT.
           COMPUTE WS-CHANGE = WS-C-NET - WS-P-NET.
           IF WS-CHANGE = 0
              GO TO VARIANCE-EMP-EXIT.
           IF WS-CHANGE < 0
              COMPUTE WS-ABS-CHG = 0 - WS-CHANGE
           ELSE
              MOVE WS-CHANGE TO WS-ABS-CHG
           END-IF.
           IF WS-P-NET = 0
              MOVE 9999.9 TO WS-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED = WS-CHANGE * 100 / WS-P-NET
                 ON SIZE ERROR MOVE 9999.9 TO WS-PCT
              END-COMPUTE
           END-IF.
           IF WS-PCT < 0
              COMPUTE WS-ABS-PCT = 0 - WS-PCT
           ELSE
              MOVE WS-PCT TO WS-ABS-PCT
           END-IF.
           MOVE "N" TO WS-FLAG.
           IF WS-PCT-LIMIT = 0 AND WS-AMT-LIMIT = 0
              MOVE "Y" TO WS-FLAG.
           IF WS-PCT-LIMIT > 0 AND WS-ABS-PCT > WS-PCT-LIMIT
              MOVE "Y" TO WS-FLAG.
           IF WS-AMT-LIMIT > 0 AND WS-ABS-CHG > WS-AMT-LIMIT
              MOVE "Y" TO WS-FLAG.
           IF WS-FLAG = "N"
              GO TO VARIANCE-EMP-EXIT.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE WS-P-NET TO WS-AMT-EDIT.
           MOVE WS-C-NET TO WS-AMT2-EDIT.
           MOVE WS-CHANGE TO WS-AMT3-EDIT.
           MOVE WS-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-EMP " " EEMPNAME(1:18) " " EBRNID " "
              WS-AMT-EDIT " " WS-AMT2-EDIT " " WS-AMT3-EDIT " "
              WS-PCT-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE "BASIC" TO WS-HEAD-NAME.
           MOVE WS-P-BASIC TO WS-HEAD-OLD.
           MOVE WS-C-BASIC TO WS-HEAD-NEW.
           PERFORM HEAD-MOVE-PARA.
           MOVE "HRA" TO WS-HEAD-NAME.
           MOVE WS-P-HRA TO WS-HEAD-OLD.
           MOVE WS-C-HRA TO WS-HEAD-NEW.
           PERFORM HEAD-MOVE-PARA.
           MOVE "ARREARS" TO WS-HEAD-NAME.
           MOVE WS-P-ARREAR TO WS-HEAD-OLD.
           MOVE WS-C-ARREAR TO WS-HEAD-NEW.
           PERFORM HEAD-MOVE-PARA.
           MOVE "LOP" TO WS-HEAD-NAME.
           MOVE WS-P-LOPAMT TO WS-HEAD-OLD.
           MOVE WS-C-LOPAMT TO WS-HEAD-NEW.
           PERFORM HEAD-MOVE-PARA.
           MOVE "TDS" TO WS-HEAD-NAME.
           MOVE WS-P-ITAX TO WS-HEAD-OLD.
           MOVE WS-C-ITAX TO WS-HEAD-NEW.
           PERFORM HEAD-MOVE-PARA.
           MOVE "LOAN EMI" TO WS-HEAD-NAME.
           MOVE WS-P-LOANDA TO WS-HEAD-OLD.
           MOVE WS-C-LOANDA TO WS-HEAD-NEW.
           PERFORM HEAD-MOVE-PARA.
       VARIANCE-EMP-EXIT.
           CONTINUE.

       HEAD-MOVE-PARA.
           IF WS-HEAD-OLD NOT = WS-HEAD-NEW
              MOVE WS-HEAD-OLD TO WS-AMT-EDIT
              MOVE WS-HEAD-NEW TO WS-AMT2-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "          " WS-HEAD-NAME " " WS-AMT-EDIT
                 " -> " WS-AMT2-EDIT
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              MOVE WS-PRINT-LINE TO VAR-LINE
              WRITE VAR-LINE
           END-IF.

       JOINER-EMP-PARA.
           ADD 1 TO WS-JOIN-COUNT.
           MOVE WS-C-NET TO WS-AMT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-EMP " " EEMPNAME(1:18) " " EBRNID
              "  DOJ " EDOJ "  NET " WS-AMT-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VAR-LINE.
           WRITE VAR-LINE.

       DROPOUT-EMP-PARA.
           ADD 1 TO WS-DROP-COUNT.
           MOVE WS-P-NET TO WS-AMT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-EMP " " EEMPNAME(1:18) " " EBRNID
              "  " ESTATUS "  LAST NET " WS-AMT-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VAR-LINE.
           WRITE VAR-LINE.

       SUPP-EMP-PARA.
           ADD 1 TO WS-SUPP-COUNT.
           MOVE WS-C-NET TO WS-AMT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-EMP " " EEMPNAME(1:18) " " EBRNID
              "  RUN " WS-C-RUNSEQ "  NET " WS-AMT-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VAR-LINE.
           WRITE VAR-LINE.

       FIND-BRANCH-PARA.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM FIND-BRANCH-SCAN
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-VB-COUNT OR WS-FOUND-IX > 0.
           IF WS-FOUND-IX = 0
              IF WS-VB-COUNT < 200
                 ADD 1 TO WS-VB-COUNT
                 MOVE WS-G-BR TO VB-BR(WS-VB-COUNT)
                 MOVE 0 TO VB-PCNT(WS-VB-COUNT)
                 MOVE 0 TO VB-PNET(WS-VB-COUNT)
                 MOVE 0 TO VB-CCNT(WS-VB-COUNT)
                 MOVE 0 TO VB-CNET(WS-VB-COUNT)
                 MOVE WS-VB-COUNT TO WS-FOUND-IX
              END-IF
           END-IF.
       FIND-BRANCH-SCAN.
           IF VB-BR(WS-IX) = WS-G-BR
              MOVE WS-IX TO WS-FOUND-IX.

       SORT-BRANCH-PARA.
           IF WS-VB-COUNT < 2
              GO TO SORT-BRANCH-X.
           PERFORM SORT-PASS-PARA
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX NOT < WS-VB-COUNT.
       SORT-BRANCH-X.
           CONTINUE.
       SORT-PASS-PARA.
           PERFORM SORT-SWAP-PARA
              VARYING WS-JX FROM 1 BY 1
              UNTIL WS-JX NOT < WS-VB-COUNT.
       SORT-SWAP-PARA.
           COMPUTE WS-KX = WS-JX + 1.
           IF VB-BR(WS-JX) > VB-BR(WS-KX)
              MOVE WS-VB-ENTRY(WS-JX) TO WS-SWAP-ENTRY
              MOVE WS-VB-ENTRY(WS-KX) TO WS-VB-ENTRY(WS-JX)
              MOVE WS-SWAP-ENTRY TO WS-VB-ENTRY(WS-KX)
           END-IF.

       PRINT-TOTALS-PARA.
           MOVE ALL "=" TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE "BRANCH TOTALS" TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BRANCH  PREV NO        PREV NET   CUR NO"
              "         CUR NET"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VAR-LINE.
           WRITE VAR-LINE.
           PERFORM PRINT-BRANCH-PARA
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-VB-COUNT.
           MOVE WS-G-PCNT TO WS-CNT-EDIT.
           MOVE WS-G-PNET TO WS-TOT-EDIT.
           MOVE WS-G-CCNT TO WS-CNT2-EDIT.
           MOVE WS-G-CNET TO WS-TOT2-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL    " WS-CNT-EDIT " " WS-TOT-EDIT
              "    " WS-CNT2-EDIT " " WS-TOT2-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VAR-LINE.
           WRITE VAR-LINE.
           MOVE WS-CTL-PCNT TO WS-CNT-EDIT.
           MOVE WS-CTL-PNET TO WS-TOT-EDIT.
           MOVE WS-CTL-CCNT TO WS-CNT2-EDIT.
           MOVE WS-CTL-CNET TO WS-TOT2-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAYHIST  " WS-CNT-EDIT " " WS-TOT-EDIT
              "    " WS-CNT2-EDIT " " WS-TOT2-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VAR-LINE.
           WRITE VAR-LINE.
           IF WS-G-PCNT = WS-CTL-PCNT AND WS-G-PNET = WS-CTL-PNET
              AND WS-G-CCNT = WS-CTL-CCNT AND WS-G-CNET = WS-CTL-CNET
              MOVE "TOTALS AGREE WITH PAYHIST FOR BOTH PERIODS"
                 TO VAR-LINE
           ELSE
              MOVE "*** TOTALS DO NOT AGREE WITH PAYHIST ***"
                 TO VAR-LINE
           END-IF.
           WRITE VAR-LINE.
       PRINT-BRANCH-PARA.
           MOVE VB-PCNT(WS-IX) TO WS-CNT-EDIT.
           MOVE VB-PNET(WS-IX) TO WS-TOT-EDIT.
           MOVE VB-CCNT(WS-IX) TO WS-CNT2-EDIT.
           MOVE VB-CNET(WS-IX) TO WS-TOT2-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING VB-BR(WS-IX) "   " WS-CNT-EDIT " " WS-TOT-EDIT
              "    " WS-CNT2-EDIT " " WS-TOT2-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO VAR-LINE.
           WRITE VAR-LINE.

       END PROGRAM PAYVARIANCE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           ALTERNATE RECORD KEY IS EEMPNAME WITH DUPLICATES
           FILE STATUS IS FSO.

           SELECT BANKFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BKEMPID
           FILE STATUS IS FSBK.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT PENDCHGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCCHGID
           ALTERNATE RECORD KEY IS PCEMPID WITH DUPLICATES
           FILE STATUS IS FSPC.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AAUDID
           ALTERNATE RECORD KEY IS AEMPID WITH DUPLICATES
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).
           02 ESTATUS   PIC X(9).

       FD BANKFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BANK.DAT".
       01 BANKREC.
           02 BKEMPID  PIC X(6).
           02 BKACCNO  PIC X(16).
           02 BKBANK   PIC X(20).
           02 BKIFSC   PIC X(11).
           02 BKMODE   PIC X(4).

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD PENDCHGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDCHG.DAT".
       01 PENDCHGREC.
           02 PCCHGID   PIC X(6).
           02 PCEMPID   PIC X(6).
           02 PCFILE    PIC X(8).
           02 PCTYPE    PIC X(6).
           02 PCSTATUS  PIC X(8).
           02 PCMAKER   PIC X(6).
           02 PCMKDATE  PIC X(8).
           02 PCMKTIME  PIC X(8).
           02 PCCHECKER PIC X(6).
           02 PCCKDATE  PIC X(8).
           02 PCCKTIME  PIC X(8).
           02 PCBEFORE  PIC X(260).
           02 PCAFTER   PIC X(260).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01 AUDITREC.
           02 AAUDID   PIC X(6).
           02 AEMPID   PIC X(6).
           02 AFILE    PIC X(16).
           02 AOPER    PIC X(10).
           02 ABEFORE  PIC X(30).
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
       77 FSBK  PIC XX.
       77 FSP   PIC XX.
       77 FSPC  PIC XX.
       77 FSA   PIC XX.
       77 ENTKEY PIC X.
       77 WS-ACTION   PIC X.
       77 WS-QUIT     PIC X.
       77 WS-OWN      PIC X.
       77 WS-STALE    PIC X.
       77 WS-CUR-FOUND PIC X.
       77 WS-CUR-IMAGE PIC X(260).
       77 WS-APPLY-ST  PIC XX.
       77 WS-APPR-COUNT PIC 9(4).
       77 WS-REJ-COUNT  PIC 9(4).
       77 WS-SKIP-COUNT PIC 9(4).
       77 WS-DIFF-LINE  PIC 99.
       77 WS-DIFF-COUNT PIC 99.
       77 WS-DIFF-MORE  PIC 99.
       77 WS-DIFF-NAME  PIC X(10).
       77 WS-DIFF-OLD   PIC 9(8)V99.
       77 WS-DIFF-NEW   PIC 9(8)V99.
       77 WS-DIFF-OLD-EDIT PIC Z(7)9.99.
       77 WS-DIFF-NEW-EDIT PIC Z(7)9.99.
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AUDIT-OPER   PIC X(10).
       77 WS-AUDIT-BEFORE PIC X(30).
       77 WS-AUDIT-AFTER  PIC X(30).
       77 WS-AUDIT-MAKER  PIC X(6).
       77 WS-AUDIT-SEQ    PIC 9(5).
       77 WS-AUDIT-SEQ-X  PIC 9(5).
       77 WS-AUDIT-EDIT   PIC Z(6)9.99.
       01 WS-OLD-BANK.
           02 OB-EMPID  PIC X(6).
           02 OB-ACCNO  PIC X(16).
           02 OB-BANK   PIC X(20).
           02 OB-IFSC   PIC X(11).
           02 OB-MODE   PIC X(4).
       01 WS-NEW-BANK.
           02 NB-EMPID  PIC X(6).
           02 NB-ACCNO  PIC X(16).
           02 NB-BANK   PIC X(20).
           02 NB-IFSC   PIC X(11).
           02 NB-MODE   PIC X(4).
       01 WS-OLD-PAY.
           02 OP-EMPID   PIC X(6).
           02 OP-BASIC   PIC 9(6)V99.
           02 OP-DA      PIC 9(6)V99.
           02 OP-CCA     PIC 9(6)V99.
           02 OP-HRA     PIC 9(6)V99.
           02 OP-DPA     PIC 9(6)V99.
           02 OP-PPA     PIC 9(6)V99.
           02 OP-EDUA    PIC 9(6)V99.
           02 OP-TECHJR  PIC 9(6)V99.
           02 OP-LUNCHA  PIC 9(6)V99.
           02 OP-CONVEY  PIC 9(6)V99.
           02 OP-BUSATR  PIC 9(6)V99.
           02 OP-LTA     PIC 9(6)V99.
           02 OP-PF      PIC 9(6)V99.
           02 OP-ESI     PIC 9(6)V99.
           02 OP-GRTY    PIC 9(6)V99.
           02 OP-PTAX    PIC 9(6)V99.
           02 OP-ITAX    PIC 9(6)V99.
           02 OP-LOAN    PIC 9(8)V99.
           02 OP-LOANDA  PIC 9(8)V99.
           02 OP-OTHERD  PIC 9(6)V99.
           02 OP-PERINC  PIC 9(6)V99.
           02 OP-MEDI    PIC 9(6)V99.
           02 OP-BOOK    PIC 9(6)V99.
           02 OP-ENTER   PIC 9(6)V99.
           02 OP-TPH     PIC 9(6)V99.
           02 OP-HOUSE   PIC 9(6)V99.
           02 OP-VEHMAN  PIC 9(6)V99.
           02 OP-CREDIT  PIC 9(6)V99.
           02 OP-CLUB    PIC 9(6)V99.
           02 OP-CL      PIC 99.
           02 OP-SL      PIC 99.
           02 OP-PL      PIC 99.
           02 OP-LLOP    PIC 999.
           02 OP-OTHERL  PIC 999.
       01 WS-NEW-PAY.
           02 NP-EMPID   PIC X(6).
           02 NP-BASIC   PIC 9(6)V99.
           02 NP-DA      PIC 9(6)V99.
           02 NP-CCA     PIC 9(6)V99.
           02 NP-HRA     PIC 9(6)V99.
           02 NP-DPA     PIC 9(6)V99.
           02 NP-PPA     PIC 9(6)V99.
           02 NP-EDUA    PIC 9(6)V99.
           02 NP-TECHJR  PIC 9(6)V99.
           02 NP-LUNCHA  PIC 9(6)V99.
           02 NP-CONVEY  PIC 9(6)V99.
           02 NP-BUSATR  PIC 9(6)V99.
           02 NP-LTA     PIC 9(6)V99.
           02 NP-PF      PIC 9(6)V99.
           02 NP-ESI     PIC 9(6)V99.
           02 NP-GRTY    PIC 9(6)V99.
           02 NP-PTAX    PIC 9(6)V99.
           02 NP-ITAX    PIC 9(6)V99.
           02 NP-LOAN    PIC 9(8)V99.
           02 NP-LOANDA  PIC 9(8)V99.
           02 NP-OTHERD  PIC 9(6)V99.
           02 NP-PERINC  PIC 9(6)V99.
           02 NP-MEDI    PIC 9(6)V99.
           02 NP-BOOK    PIC 9(6)V99.
           02 NP-ENTER   PIC 9(6)V99.
           02 NP-TPH     PIC 9(6)V99.
           02 NP-HOUSE   PIC 9(6)V99.
           02 NP-VEHMAN  PIC 9(6)V99.
           02 NP-CREDIT  PIC 9(6)V99.
           02 NP-CLUB    PIC 9(6)V99.
           02 NP-CL      PIC 99.
           02 NP-SL      PIC 99.
           02 NP-PL      PIC 99.
           02 NP-LLOP    PIC 999.
           02 NP-OTHERL  PIC 999.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "PENDING CHANGE APPROVALS" LINE 3 COL 10.
           IF WS-SIGNON-ROLE NOT = "PAYROLL"
              AND WS-SIGNON-ROLE NOT = "ADMIN"
              DISPLAY "APPROVALS NEED PAYROLL OR ADMIN ROLE"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN I-O PENDCHGFILE.
           IF FSPC = 35
              DISPLAY "NO CHANGES AWAITING APPROVAL" LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE 0 TO WS-APPR-COUNT.
           MOVE 0 TO WS-REJ-COUNT.
           MOVE 0 TO WS-SKIP-COUNT.
           MOVE "N" TO WS-QUIT.
           OPEN INPUT EMPFILE.
           PERFORM QUEUE-READ UNTIL FSPC = 10.
           CLOSE PENDCHGFILE.
           IF FSO NOT = 35
              CLOSE EMPFILE.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "PENDING CHANGE APPROVALS" LINE 3 COL 10.
           DISPLAY "CHANGES APPROVED AND APPLIED :" LINE 10 COL 1.
           DISPLAY WS-APPR-COUNT LINE 10 COL 35.
           DISPLAY "CHANGES REJECTED             :" LINE 11 COL 1.
           DISPLAY WS-REJ-COUNT LINE 11 COL 35.
           DISPLAY "CHANGES LEFT PENDING         :" LINE 12 COL 1.
           DISPLAY WS-SKIP-COUNT LINE 12 COL 35.
       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           STOP ' '.
           EXIT PROGRAM.

       QUEUE-READ.
           READ PENDCHGFILE NEXT RECORD
              AT END MOVE 10 TO FSPC
              NOT AT END
                 IF PCSTATUS = "PENDING"
                    PERFORM REVIEW-PARA THRU REVIEW-EXIT
                    IF WS-QUIT = "Y"
                       MOVE 10 TO FSPC
                    END-IF
                 END-IF
           END-READ.

       REVIEW-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           MOVE PCEMPID TO EEMPID.
           IF FSO = 35
              MOVE SPACES TO EEMPNAME
           ELSE
              READ EMPFILE INVALID KEY
                 MOVE SPACES TO EEMPNAME
              END-READ
           END-IF.
           DISPLAY "PENDING CHANGE APPROVALS" LINE 1 COL 10.
           DISPLAY "REFERENCE :" LINE 3 COL 1.
           DISPLAY PCCHGID LINE 3 COL 13.
           DISPLAY "EMPLOYEE :" LINE 3 COL 22.
           DISPLAY PCEMPID LINE 3 COL 33.
           DISPLAY EEMPNAME LINE 3 COL 41.
           DISPLAY "FILE :" LINE 4 COL 1.
           DISPLAY PCFILE LINE 4 COL 13.
           DISPLAY "TYPE :" LINE 4 COL 22.
           DISPLAY PCTYPE LINE 4 COL 33.
           DISPLAY "RAISED BY :" LINE 5 COL 1.
           DISPLAY PCMAKER LINE 5 COL 13.
           DISPLAY "ON :" LINE 5 COL 22.
           DISPLAY PCMKDATE LINE 5 COL 33.
           DISPLAY "FIELD" LINE 6 COL 1.
           DISPLAY "CURRENT" LINE 6 COL 20.
           DISPLAY "PROPOSED" LINE 6 COL 45.
           IF PCFILE = "BANK"
              PERFORM SHOW-BANK-PARA
           ELSE
              PERFORM SHOW-PAY-PARA
           END-IF.
           MOVE "N" TO WS-OWN.
           IF PCMAKER = WS-SIGNON-OPID
              MOVE "Y" TO WS-OWN
              DISPLAY "RAISED BY YOU - ANOTHER OPERATOR MUST APPROVE"
                 LINE 19 COL 1.
           IF WS-STALE = "Y"
              DISPLAY "RECORD CHANGED SINCE RAISED - REJECT OR SKIP"
                 LINE 20 COL 1.
       REVIEW-ASK.
           DISPLAY "A-APPROVE R-REJECT S-SKIP Q-QUIT :" LINE 21 COL 1.
           ACCEPT WS-ACTION LINE 21 COL 37.
           INSPECT WS-ACTION CONVERTING "arsq" TO "ARSQ".
           IF WS-ACTION = "Q"
              MOVE "Y" TO WS-QUIT
              GO TO REVIEW-EXIT.
           IF WS-ACTION = "S"
              ADD 1 TO WS-SKIP-COUNT
              GO TO REVIEW-EXIT.
           IF WS-ACTION NOT = "A" AND WS-ACTION NOT = "R"
              GO TO REVIEW-ASK.
           IF WS-OWN = "Y"
              DISPLAY "MAKER CANNOT APPROVE OR REJECT OWN CHANGE"
                 LINE 22 COL 1
              GO TO REVIEW-ASK.
           IF WS-ACTION = "R"
              PERFORM REJECT-PARA
              GO TO REVIEW-DONE.
           IF WS-STALE = "Y"
              DISPLAY "CANNOT APPROVE - RECORD CHANGED SINCE RAISED"
                 LINE 22 COL 1
              GO TO REVIEW-ASK.
           PERFORM APPROVE-PARA THRU APPROVE-EXIT.
       REVIEW-DONE.
           DISPLAY "PRESS ENTER FOR NEXT CHANGE" LINE 23 COL 1.
           ACCEPT ENTKEY LINE 23 COL 30.
       REVIEW-EXIT.
           CONTINUE.

       SHOW-BANK-PARA.
           MOVE PCBEFORE TO WS-OLD-BANK.
           MOVE PCAFTER TO WS-NEW-BANK.
           DISPLAY "ACCOUNT NO" LINE 8 COL 1.
           DISPLAY OB-ACCNO LINE 8 COL 20.
           DISPLAY NB-ACCNO LINE 8 COL 45.
           DISPLAY "BANK" LINE 9 COL 1.
           DISPLAY OB-BANK LINE 9 COL 20.
           DISPLAY NB-BANK LINE 9 COL 45.
           DISPLAY "IFSC" LINE 10 COL 1.
           DISPLAY OB-IFSC LINE 10 COL 20.
           DISPLAY NB-IFSC LINE 10 COL 45.
           DISPLAY "MODE" LINE 11 COL 1.
           DISPLAY OB-MODE LINE 11 COL 20.
           DISPLAY NB-MODE LINE 11 COL 45.
           MOVE "N" TO WS-CUR-FOUND.
           MOVE SPACES TO WS-CUR-IMAGE.
           OPEN INPUT BANKFILE.
           IF FSBK NOT = 35
              MOVE PCEMPID TO BKEMPID
              READ BANKFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-CUR-FOUND
                 MOVE BANKREC TO WS-CUR-IMAGE
              END-READ
              CLOSE BANKFILE.
           PERFORM CHECK-STALE-PARA.

       SHOW-PAY-PARA.
           IF PCTYPE = "ADD"
              MOVE ZEROS TO WS-OLD-PAY
           ELSE
              MOVE PCBEFORE TO WS-OLD-PAY
           END-IF.
           MOVE PCAFTER TO WS-NEW-PAY.
           MOVE 7 TO WS-DIFF-LINE.
           MOVE 0 TO WS-DIFF-COUNT.
           MOVE 0 TO WS-DIFF-MORE.
           MOVE "BASIC" TO WS-DIFF-NAME.
           MOVE OP-BASIC TO WS-DIFF-OLD.
           MOVE NP-BASIC TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "DA" TO WS-DIFF-NAME.
           MOVE OP-DA TO WS-DIFF-OLD.
           MOVE NP-DA TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "CCA" TO WS-DIFF-NAME.
           MOVE OP-CCA TO WS-DIFF-OLD.
           MOVE NP-CCA TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "HRA" TO WS-DIFF-NAME.
           MOVE OP-HRA TO WS-DIFF-OLD.
           MOVE NP-HRA TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "DPA" TO WS-DIFF-NAME.
           MOVE OP-DPA TO WS-DIFF-OLD.
           MOVE NP-DPA TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "PPA" TO WS-DIFF-NAME.
           MOVE OP-PPA TO WS-DIFF-OLD.
           MOVE NP-PPA TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "EDUA" TO WS-DIFF-NAME.
           MOVE OP-EDUA TO WS-DIFF-OLD.
           MOVE NP-EDUA TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "TECHJR" TO WS-DIFF-NAME.
           MOVE OP-TECHJR TO WS-DIFF-OLD.
           MOVE NP-TECHJR TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "LUNCHA" TO WS-DIFF-NAME.
           MOVE OP-LUNCHA TO WS-DIFF-OLD.
           MOVE NP-LUNCHA TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "CONVEY" TO WS-DIFF-NAME.
           MOVE OP-CONVEY TO WS-DIFF-OLD.
           MOVE NP-CONVEY TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "BUSATR" TO WS-DIFF-NAME.
           MOVE OP-BUSATR TO WS-DIFF-OLD.
           MOVE NP-BUSATR TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "LTA" TO WS-DIFF-NAME.
           MOVE OP-LTA TO WS-DIFF-OLD.
           MOVE NP-LTA TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "PF" TO WS-DIFF-NAME.
           MOVE OP-PF TO WS-DIFF-OLD.
           MOVE NP-PF TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "ESI" TO WS-DIFF-NAME.
           MOVE OP-ESI TO WS-DIFF-OLD.
           MOVE NP-ESI TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "GRATUITY" TO WS-DIFF-NAME.
           MOVE OP-GRTY TO WS-DIFF-OLD.
           MOVE NP-GRTY TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "PROF TAX" TO WS-DIFF-NAME.
           MOVE OP-PTAX TO WS-DIFF-OLD.
           MOVE NP-PTAX TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "INCOME TAX" TO WS-DIFF-NAME.
           MOVE OP-ITAX TO WS-DIFF-OLD.
           MOVE NP-ITAX TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "LOAN" TO WS-DIFF-NAME.
           MOVE OP-LOAN TO WS-DIFF-OLD.
           MOVE NP-LOAN TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "LOAN DA" TO WS-DIFF-NAME.
           MOVE OP-LOANDA TO WS-DIFF-OLD.
           MOVE NP-LOANDA TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "OTHER DED" TO WS-DIFF-NAME.
           MOVE OP-OTHERD TO WS-DIFF-OLD.
           MOVE NP-OTHERD TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "PERF INC" TO WS-DIFF-NAME.
           MOVE OP-PERINC TO WS-DIFF-OLD.
           MOVE NP-PERINC TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "MEDICAL" TO WS-DIFF-NAME.
           MOVE OP-MEDI TO WS-DIFF-OLD.
           MOVE NP-MEDI TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "BOOKS" TO WS-DIFF-NAME.
           MOVE OP-BOOK TO WS-DIFF-OLD.
           MOVE NP-BOOK TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "ENTERTAIN" TO WS-DIFF-NAME.
           MOVE OP-ENTER TO WS-DIFF-OLD.
           MOVE NP-ENTER TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "TELEPHONE" TO WS-DIFF-NAME.
           MOVE OP-TPH TO WS-DIFF-OLD.
           MOVE NP-TPH TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "HOUSE" TO WS-DIFF-NAME.
           MOVE OP-HOUSE TO WS-DIFF-OLD.
           MOVE NP-HOUSE TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "VEHICLE" TO WS-DIFF-NAME.
           MOVE OP-VEHMAN TO WS-DIFF-OLD.
           MOVE NP-VEHMAN TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "CREDIT" TO WS-DIFF-NAME.
           MOVE OP-CREDIT TO WS-DIFF-OLD.
           MOVE NP-CREDIT TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "CLUB" TO WS-DIFF-NAME.
           MOVE OP-CLUB TO WS-DIFF-OLD.
           MOVE NP-CLUB TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "CL" TO WS-DIFF-NAME.
           MOVE OP-CL TO WS-DIFF-OLD.
           MOVE NP-CL TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "SL" TO WS-DIFF-NAME.
           MOVE OP-SL TO WS-DIFF-OLD.
           MOVE NP-SL TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "PL" TO WS-DIFF-NAME.
           MOVE OP-PL TO WS-DIFF-OLD.
           MOVE NP-PL TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "LLOP" TO WS-DIFF-NAME.
           MOVE OP-LLOP TO WS-DIFF-OLD.
           MOVE NP-LLOP TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           MOVE "OTHER LV" TO WS-DIFF-NAME.
           MOVE OP-OTHERL TO WS-DIFF-OLD.
           MOVE NP-OTHERL TO WS-DIFF-NEW.
           PERFORM SHOW-DIFF-PARA.
           IF WS-DIFF-COUNT = 0
              DISPLAY "NO AMOUNTS DIFFER" LINE 8 COL 1.
           IF WS-DIFF-MORE > 0
              DISPLAY "FURTHER CHANGED FIELDS NOT SHOWN :" LINE 18 COL 1
              DISPLAY WS-DIFF-MORE LINE 18 COL 36.
           MOVE "N" TO WS-CUR-FOUND.
           MOVE SPACES TO WS-CUR-IMAGE.
           OPEN INPUT PAYMENTFILE.
           IF FSP NOT = 35
              MOVE PCEMPID TO PEMPID
              READ PAYMENTFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-CUR-FOUND
                 MOVE PAYMENTREC TO WS-CUR-IMAGE
              END-READ
              CLOSE PAYMENTFILE.
           PERFORM CHECK-STALE-PARA.

       SHOW-DIFF-PARA.
           IF WS-DIFF-OLD NOT = WS-DIFF-NEW
              ADD 1 TO WS-DIFF-COUNT
              IF WS-DIFF-LINE > 17
                 ADD 1 TO WS-DIFF-MORE
              ELSE
                 MOVE WS-DIFF-OLD TO WS-DIFF-OLD-EDIT
                 MOVE WS-DIFF-NEW TO WS-DIFF-NEW-EDIT
                 DISPLAY WS-DIFF-NAME LINE WS-DIFF-LINE COL 1
                 DISPLAY WS-DIFF-OLD-EDIT LINE WS-DIFF-LINE COL 20
                 DISPLAY WS-DIFF-NEW-EDIT LINE WS-DIFF-LINE COL 45
                 ADD 1 TO WS-DIFF-LINE
              END-IF
           END-IF.

       CHECK-STALE-PARA.
           MOVE "N" TO WS-STALE.
           IF PCTYPE = "ADD" AND WS-CUR-FOUND = "Y"
              MOVE "Y" TO WS-STALE.
           IF PCTYPE = "CHANGE"
              IF WS-CUR-FOUND = "N" OR WS-CUR-IMAGE NOT = PCBEFORE
                 MOVE "Y" TO WS-STALE
              END-IF
           END-IF.

       APPROVE-PARA.
           IF PCFILE = "BANK"
              OPEN I-O BANKFILE
              IF FSBK = 35
                 OPEN OUTPUT BANKFILE
                 CLOSE BANKFILE
                 OPEN I-O BANKFILE
              END-IF
              MOVE PCAFTER TO BANKREC
              WRITE BANKREC INVALID KEY
                 REWRITE BANKREC INVALID KEY
                    CONTINUE
                 END-REWRITE
              END-WRITE
              MOVE FSBK TO WS-APPLY-ST
              CLOSE BANKFILE
              MOVE "BANKFILE" TO WS-AUDIT-FILE
              MOVE "BANK-APPR" TO WS-AUDIT-OPER
              MOVE OB-ACCNO TO WS-AUDIT-BEFORE
              MOVE NB-ACCNO TO WS-AUDIT-AFTER
           ELSE
              OPEN I-O PAYMENTFILE
              IF FSP = 35
                 OPEN OUTPUT PAYMENTFILE
                 CLOSE PAYMENTFILE
                 OPEN I-O PAYMENTFILE
              END-IF
              MOVE PCAFTER TO PAYMENTREC
              WRITE PAYMENTREC INVALID KEY
                 REWRITE PAYMENTREC INVALID KEY
                    CONTINUE
                 END-REWRITE
              END-WRITE
              MOVE FSP TO WS-APPLY-ST
              CLOSE PAYMENTFILE
              MOVE "PAYMENTFILE" TO WS-AUDIT-FILE
              MOVE "PAY-APPR" TO WS-AUDIT-OPER
              MOVE OP-BASIC TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT TO WS-AUDIT-BEFORE
              MOVE NP-BASIC TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT TO WS-AUDIT-AFTER
           END-IF.
           IF WS-APPLY-ST(1:1) NOT = "0"
              DISPLAY "APPLY FAILED - FILE STATUS" LINE 22 COL 1
              DISPLAY WS-APPLY-ST LINE 22 COL 28
              DISPLAY "- CHANGE LEFT PENDING" LINE 22 COL 31
              GO TO APPROVE-EXIT.
           MOVE "APPROVED" TO PCSTATUS.
           PERFORM STAMP-CHECKER-PARA.
           ADD 1 TO WS-APPR-COUNT.
           DISPLAY "CHANGE APPROVED AND APPLIED" LINE 22 COL 1.
       APPROVE-EXIT.
           CONTINUE.

       REJECT-PARA.
           IF PCFILE = "BANK"
              MOVE "BANKFILE" TO WS-AUDIT-FILE
              MOVE "BANK-REJ" TO WS-AUDIT-OPER
              MOVE OB-ACCNO TO WS-AUDIT-BEFORE
              MOVE NB-ACCNO TO WS-AUDIT-AFTER
           ELSE
              MOVE "PAYMENTFILE" TO WS-AUDIT-FILE
              MOVE "PAY-REJ" TO WS-AUDIT-OPER
              MOVE OP-BASIC TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT TO WS-AUDIT-BEFORE
              MOVE NP-BASIC TO WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT TO WS-AUDIT-AFTER
           END-IF.
           MOVE "REJECTED" TO PCSTATUS.
           PERFORM STAMP-CHECKER-PARA.
           ADD 1 TO WS-REJ-COUNT.
           DISPLAY "CHANGE REJECTED - NOT APPLIED" LINE 22 COL 1.

       STAMP-CHECKER-PARA.
           MOVE WS-SIGNON-OPID TO PCCHECKER.
           ACCEPT PCCKDATE FROM DATE YYYYMMDD.
           ACCEPT PCCKTIME FROM TIME.
           REWRITE PENDCHGREC INVALID KEY
              DISPLAY "PENDING CHANGE UPDATE FAILED" LINE 24 COL 1.
           MOVE PCEMPID TO WS-AUDIT-EMPID.
           MOVE PCMAKER TO WS-AUDIT-MAKER.
           PERFORM AUDIT-LOG-PARA.

       AUDIT-LOG-PARA.
           OPEN I-O AUDITFILE.
           IF FSA = 35
              OPEN OUTPUT AUDITFILE
              CLOSE AUDITFILE
              OPEN I-O AUDITFILE
           END-IF.
           MOVE 0 TO WS-AUDIT-SEQ.
           MOVE HIGH-VALUES TO AAUDID.
           START AUDITFILE KEY IS LESS THAN AAUDID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ AUDITFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE AAUDID(2:5) TO WS-AUDIT-SEQ
                 END-READ
           END-START.
           ADD 1 TO WS-AUDIT-SEQ.
           MOVE WS-AUDIT-SEQ TO WS-AUDIT-SEQ-X.
           STRING "A" WS-AUDIT-SEQ-X DELIMITED BY SIZE INTO AAUDID.
           MOVE WS-AUDIT-EMPID   TO AEMPID.
           MOVE WS-AUDIT-FILE    TO AFILE.
           MOVE WS-AUDIT-OPER    TO AOPER.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE WS-AUDIT-MAKER   TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           CLOSE AUDITFILE.

       END PROGRAM CHGAPPROVE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRAISAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           ALTERNATE RECORD KEY IS EEMPNAME WITH DUPLICATES
           FILE STATUS IS FSO.

           SELECT GRADEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSG.

           SELECT APPRAISALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APKEY
           FILE STATUS IS FSAP.

           SELECT INCMATRIXFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMKEY
           FILE STATUS IS FSIM.

           SELECT REVISIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RREVID
           ALTERNATE RECORD KEY IS REMPID WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT RATEDISTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSRD.

           SELECT MERITFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSMR.

           SELECT MERITSKPFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSMS.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AAUDID
           ALTERNATE RECORD KEY IS AEMPID WITH DUPLICATES
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).
           02 ESTATUS   PIC X(9).

       FD GRADEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GRADE.DAT".
       01 GRADEREC.
           02 GGRADE   PIC 99.
           02 GDESIGN  PIC X(25).

       FD APPRAISALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "APPRAISAL.DAT".
       01 APPRAISALREC.
           02 APKEY.
              03 APEMPID  PIC X(6).
              03 APYEAR   PIC 9(4).
           02 APRATING   PIC 9.
           02 APREVIEWER PIC X(6).
           02 APSTATUS   PIC X(9).
           02 APENTDT    PIC X(8).
           02 APOPID     PIC X(6).
           02 APREVID    PIC X(6).

       FD INCMATRIXFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INCMATRIX.DAT".
       01 INCMATRIXREC.
           02 IMKEY.
              03 IMGRADE  PIC 99.
              03 IMRATING PIC 9.
           02 IMPCT    PIC 99V99.

       FD REVISIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REVISION.DAT".
       01 REVISIONREC.
           02 RREVID   PIC X(6).
           02 REMPID   PIC X(6).
           02 RDESCODE PIC X(6).
           02 RBASIC   PIC 9(6)V99.
           02 RHRA     PIC 9(6)V99.
           02 RDPA     PIC 9(6)V99.
           02 RPPA     PIC 9(6)V99.
           02 REDUA    PIC 9(6)V99.
           02 RTECHJR  PIC 9(6)V99.
           02 RLUNCHA  PIC 9(6)V99.
           02 RCONVEY  PIC 9(6)V99.
           02 RBUSATR  PIC 9(6)V99.
           02 RLTA     PIC 9(6)V99.
           02 RPF      PIC 9(6)V99.
           02 RESI     PIC 9(6)V99.
           02 RREVDATE PIC X(10).
           02 RAPPLPER PIC X(6).

       FD RATEDISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RATEDIST.TXT".
       01 RATEDIST-LINE PIC X(80).

       FD MERITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MERIT.TXT".
       01 MERIT-LINE PIC X(80).

       FD MERITSKPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MERITSKP.TXT".
       01 MERITSKP-LINE PIC X(80).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01 AUDITREC.
           02 AAUDID   PIC X(6).
           02 AEMPID   PIC X(6).
           02 AFILE    PIC X(16).
           02 AOPER    PIC X(10).
           02 ABEFORE  PIC X(30).
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
       77 FSG   PIC XX.
       77 FSAP  PIC XX.
       77 FSIM  PIC XX.
       77 FSR   PIC XX.
       77 FSRD  PIC XX.
       77 FSMR  PIC XX.
       77 FSMS  PIC XX.
       77 FSA   PIC XX.
       77 ENTKEY PIC X.
       77 WS-MODE PIC X.
       77 WS-FOUND   PIC X.
       77 WS-GRADE   PIC 99.
       77 WS-GRADE-FOUND PIC X.
       77 WS-YEAR    PIC 9(4).
       77 WS-EMPID   PIC X(6).
       77 WS-STAT-IN PIC X.
       77 WS-OLD-RATING PIC 9.
       77 WS-RX      PIC 9.
       77 WS-RLINE   PIC 99.
       77 WS-REV-DATE PIC X(10).
       77 WS-REV-FOUND PIC X.
       77 WS-REV-SEQ   PIC 9(5).
       77 WS-NEW-RREVID PIC X(6).
       77 WS-OLD-BASIC PIC 9(6)V99.
       77 WS-NEW-BASIC PIC 9(6)V99.
       77 WS-SKIP-REASON PIC X(30).
       77 WS-GEN-COUNT  PIC 9(5).
       77 WS-SKIP-COUNT PIC 9(5).
       77 WS-RATED-COUNT PIC 9(5).
       77 WS-PCT-EDIT  PIC Z9.99.
       77 WS-AMT-EDIT  PIC Z(5)9.99.
       77 WS-AMT2-EDIT PIC Z(5)9.99.
       77 WS-CNT-EDIT  PIC Z(4)9.
       77 WS-PRINT-LINE PIC X(80).
       77 WS-G-BR      PIC X(6).
       77 WS-G-DEP     PIC X(6).
       77 WS-DB-COUNT  PIC 999.
       77 WS-IX        PIC 999.
       77 WS-JX        PIC 999.
       77 WS-KX        PIC 999.
       77 WS-FOUND-IX  PIC 999.
       77 WS-SWAP-ENTRY PIC X(52).
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AUDIT-OPER   PIC X(10).
       77 WS-AUDIT-BEFORE PIC X(30).
       77 WS-AUDIT-AFTER  PIC X(30).
       77 WS-AUDIT-SEQ    PIC 9(5).
       77 WS-AUDIT-SEQ-X  PIC 9(5).
       77 WS-AUDIT-EDIT   PIC Z(6)9.99.
       01 WS-REV-SAVE.
           02 WS-S-HRA     PIC 9(6)V99.
           02 WS-S-DPA     PIC 9(6)V99.
           02 WS-S-PPA     PIC 9(6)V99.
           02 WS-S-EDUA    PIC 9(6)V99.
           02 WS-S-TECHJR  PIC 9(6)V99.
           02 WS-S-LUNCHA  PIC 9(6)V99.
           02 WS-S-CONVEY  PIC 9(6)V99.
           02 WS-S-BUSATR  PIC 9(6)V99.
           02 WS-S-LTA     PIC 9(6)V99.
           02 WS-S-PF      PIC 9(6)V99.
           02 WS-S-ESI     PIC 9(6)V99.
       01 WS-DB-TABLE.
           02 WS-DB-ENTRY OCCURS 200 TIMES.
              03 DB-BR    PIC X(6).
              03 DB-DEP   PIC X(6).
              03 DB-RT    PIC 9(5) OCCURS 5 TIMES.
              03 DB-DRAFT PIC 9(5).
              03 DB-NONE  PIC 9(5).
              03 DB-TOTAL PIC 9(5).
       01 WS-DG-TOTALS.
           02 DG-RT    PIC 9(5) OCCURS 5 TIMES.
           02 DG-DRAFT PIC 9(5).
           02 DG-NONE  PIC 9(5).
           02 DG-TOTAL PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "APPRAISALS AND MERIT INCREMENTS" LINE 3 COL 10.
           DISPLAY "R. ENTER OR FINALISE A RATING" LINE 5 COL 5.
           DISPLAY "X. GRADE / RATING INCREMENT MATRIX" LINE 6 COL 5.
           DISPLAY "D. RATING DISTRIBUTION REPORT" LINE 7 COL 5.
           DISPLAY "M. MERIT INCREMENT BATCH" LINE 8 COL 5.
           DISPLAY "ENTER YOUR CHOICE :" LINE 10 COL 5.
           ACCEPT WS-MODE LINE 10 COL 30.
           INSPECT WS-MODE CONVERTING "rxdm" TO "RXDM".
           IF WS-MODE = "R"
              GO TO RATING-PARA.
           IF WS-MODE = "X"
              GO TO MATRIX-PARA.
           IF WS-MODE = "D"
              GO TO DISTRIB-PARA.
           IF WS-MODE = "M"
              GO TO MERIT-PARA.
           GO TO MAIN-EXIT.

       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           STOP ' '.
           EXIT PROGRAM.

       RATING-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER EMP CODE :" LINE 1 COL 1.
           ACCEPT APEMPID LINE 1 COL 40.
           MOVE APEMPID TO WS-EMPID.
           OPEN INPUT EMPFILE.
           MOVE WS-EMPID TO EEMPID.
           READ EMPFILE INVALID KEY
              MOVE "SEPARATED" TO ESTATUS
              MOVE SPACES TO EEMPNAME
           END-READ.
           IF ESTATUS = "SEPARATED"
              CLOSE EMPFILE
              DISPLAY "EMPLOYEE NOT FOUND OR SEPARATED - NOT RECORDED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           DISPLAY EEMPNAME LINE 1 COL 50.
           DISPLAY "ENTER APPRAISAL YEAR (YYYY) :" LINE 2 COL 1.
           ACCEPT WS-YEAR LINE 2 COL 40.
           IF WS-YEAR < 1990
              CLOSE EMPFILE
              DISPLAY "INVALID APPRAISAL YEAR - NOT RECORDED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN I-O APPRAISALFILE.
           IF FSAP = 35
              OPEN OUTPUT APPRAISALFILE
              CLOSE APPRAISALFILE
              OPEN I-O APPRAISALFILE.
           MOVE WS-EMPID TO APEMPID.
           MOVE WS-YEAR TO APYEAR.
           READ APPRAISALFILE INVALID KEY
              MOVE "N" TO WS-FOUND
              MOVE 0 TO APRATING
              MOVE SPACES TO APREVIEWER
              MOVE SPACES TO APREVID
           NOT INVALID KEY
              MOVE "Y" TO WS-FOUND
           END-READ.
           IF WS-FOUND = "Y" AND APSTATUS = "FINALISED"
              DISPLAY "RATING ALREADY FINALISED - NOT CHANGED"
                 LINE 12 COL 10
              DISPLAY APRATING LINE 12 COL 50
              CLOSE APPRAISALFILE
              CLOSE EMPFILE
              GO TO MAIN-EXIT.
           MOVE APRATING TO WS-OLD-RATING.
           IF WS-FOUND = "Y"
              DISPLAY "DRAFT RATING ON FILE :" LINE 3 COL 1
              DISPLAY APRATING LINE 3 COL 40.
           DISPLAY "ENTER RATING (1=LOW TO 5=HIGH) :" LINE 4 COL 1.
           ACCEPT APRATING LINE 4 COL 40.
           IF APRATING < 1 OR APRATING > 5
              DISPLAY "RATING MUST BE 1 TO 5 - NOT RECORDED"
                 LINE 12 COL 10
              CLOSE APPRAISALFILE
              CLOSE EMPFILE
              GO TO MAIN-EXIT.
           DISPLAY "ENTER REVIEWER EMP CODE :" LINE 5 COL 1.
           ACCEPT APREVIEWER LINE 5 COL 40.
           MOVE APREVIEWER TO EEMPID.
           READ EMPFILE INVALID KEY
              MOVE "SEPARATED" TO ESTATUS
           END-READ.
           CLOSE EMPFILE.
           IF ESTATUS = "SEPARATED" OR APREVIEWER = WS-EMPID
              DISPLAY "INVALID REVIEWER - NOT RECORDED" LINE 12 COL 10
              CLOSE APPRAISALFILE
              GO TO MAIN-EXIT.
           DISPLAY "STATUS (D=DRAFT F=FINALISED) :" LINE 6 COL 1.
           ACCEPT WS-STAT-IN LINE 6 COL 40.
           INSPECT WS-STAT-IN CONVERTING "df" TO "DF".
           IF WS-STAT-IN = "F"
              MOVE "FINALISED" TO APSTATUS
           ELSE
              MOVE "DRAFT" TO APSTATUS
           END-IF.
           ACCEPT APENTDT FROM DATE YYYYMMDD.
           MOVE WS-SIGNON-OPID TO APOPID.
           IF WS-FOUND = "Y"
              REWRITE APPRAISALREC
           ELSE
              WRITE APPRAISALREC
           END-IF.
           CLOSE APPRAISALFILE.
           MOVE WS-EMPID TO WS-AUDIT-EMPID.
           MOVE "APPRAISALFILE" TO WS-AUDIT-FILE.
           IF APSTATUS = "FINALISED"
              MOVE "RATE-FINAL" TO WS-AUDIT-OPER
           ELSE
              MOVE "RATE-DRAFT" TO WS-AUDIT-OPER
           END-IF.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF WS-FOUND = "Y"
              STRING WS-YEAR " RATING " WS-OLD-RATING
                 DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING WS-YEAR " RATING " APRATING " BY " APREVIEWER
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "RATING SAVED AS" LINE 12 COL 10.
           DISPLAY APSTATUS LINE 12 COL 26.
           GO TO MAIN-EXIT.

       MATRIX-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER GRADE NUMBER :" LINE 1 COL 1.
           ACCEPT WS-GRADE LINE 1 COL 40.
           PERFORM VALIDATE-GRADE-PARA.
           IF WS-GRADE-FOUND = "N"
              DISPLAY "INVALID GRADE NUMBER - MATRIX NOT SAVED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN I-O INCMATRIXFILE.
           IF FSIM = 35
              OPEN OUTPUT INCMATRIXFILE
              CLOSE INCMATRIXFILE
              OPEN I-O INCMATRIXFILE.
           DISPLAY "INCREMENT PERCENT FOR EACH RATING (99.99)"
              LINE 2 COL 1.
           PERFORM MATRIX-RATING-PARA
              VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5.
           CLOSE INCMATRIXFILE.
           MOVE SPACES TO WS-AUDIT-EMPID.
           MOVE "INCMATRIXFILE" TO WS-AUDIT-FILE.
           MOVE "INC-MATRIX" TO WS-AUDIT-OPER.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "GRADE " WS-GRADE DELIMITED BY SIZE
              INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "MATRIX SAVED" LINE 12 COL 10.
           GO TO MAIN-EXIT.
       MATRIX-RATING-PARA.
           COMPUTE WS-RLINE = WS-RX + 3.
           MOVE WS-GRADE TO IMGRADE.
           MOVE WS-RX TO IMRATING.
           READ INCMATRIXFILE INVALID KEY
              MOVE "N" TO WS-FOUND
              MOVE 0 TO IMPCT
           NOT INVALID KEY
              MOVE "Y" TO WS-FOUND
           END-READ.
           DISPLAY "RATING" LINE WS-RLINE COL 1.
           DISPLAY WS-RX LINE WS-RLINE COL 8.
           MOVE IMPCT TO WS-PCT-EDIT.
           DISPLAY WS-PCT-EDIT LINE WS-RLINE COL 20.
           ACCEPT IMPCT LINE WS-RLINE COL 40.
           IF WS-FOUND = "Y"
              REWRITE INCMATRIXREC
           ELSE
              WRITE INCMATRIXREC
           END-IF.

       VALIDATE-GRADE-PARA.
           MOVE "N" TO WS-GRADE-FOUND.
           OPEN INPUT GRADEFILE.
           IF FSG NOT = 35
              PERFORM VALIDATE-GRADE-READ UNTIL FSG = 10
              CLOSE GRADEFILE.
       VALIDATE-GRADE-READ.
           READ GRADEFILE
              AT END MOVE 10 TO FSG
              NOT AT END
                 IF GGRADE = WS-GRADE
                    MOVE "Y" TO WS-GRADE-FOUND
                 END-IF
           END-READ.

       DISTRIB-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "RATING DISTRIBUTION REPORT" LINE 3 COL 10.
           DISPLAY "ENTER APPRAISAL YEAR (YYYY) :" LINE 5 COL 1.
           ACCEPT WS-YEAR LINE 5 COL 35.
           OPEN INPUT EMPFILE.
           IF FSO = 35
              DISPLAY "EMPLOYEE FILE NOT ON SYSTEM" LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE 0 TO WS-DB-COUNT.
           MOVE 0 TO WS-RATED-COUNT.
           MOVE ZEROS TO WS-DG-TOTALS.
           OPEN INPUT APPRAISALFILE.
           PERFORM DISTRIB-READ UNTIL FSO = 10.
           CLOSE EMPFILE.
           IF FSAP NOT = 35
              CLOSE APPRAISALFILE.
           PERFORM SORT-DIST-PARA THRU SORT-DIST-X.
           OPEN OUTPUT RATEDISTFILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RATING DISTRIBUTION - APPRAISAL YEAR " WS-YEAR
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO RATEDIST-LINE.
           WRITE RATEDIST-LINE.
           MOVE ALL "=" TO RATEDIST-LINE.
           WRITE RATEDIST-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BRANCH DEPT       R1    R2    R3    R4    R5"
              " DRAFT  NONE TOTAL"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO RATEDIST-LINE.
           WRITE RATEDIST-LINE.
           PERFORM PRINT-DIST-PARA
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-DB-COUNT.
           MOVE ALL "=" TO RATEDIST-LINE.
           WRITE RATEDIST-LINE.
           MOVE "TOTAL" TO WS-G-BR.
           MOVE SPACES TO WS-G-DEP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-G-BR " " WS-G-DEP " "
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-DG-COUNT-PARA
              VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5.
           MOVE DG-DRAFT TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT TO WS-PRINT-LINE(46:5).
           MOVE DG-NONE TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT TO WS-PRINT-LINE(52:5).
           MOVE DG-TOTAL TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT TO WS-PRINT-LINE(58:5).
           MOVE WS-PRINT-LINE TO RATEDIST-LINE.
           WRITE RATEDIST-LINE.
           MOVE SPACES TO RATEDIST-LINE.
           WRITE RATEDIST-LINE.
           MOVE "R1-R5 COUNT DRAFT AND FINALISED RATINGS; DRAFT IS THE"
              TO RATEDIST-LINE.
           WRITE RATEDIST-LINE.
           MOVE "PART NOT YET FINALISED; NONE IS ACTIVE STAFF UNRATED"
              TO RATEDIST-LINE.
           WRITE RATEDIST-LINE.
           CLOSE RATEDISTFILE.
           DISPLAY "EMPLOYEES COUNTED      :" LINE 10 COL 1.
           DISPLAY DG-TOTAL LINE 10 COL 30.
           DISPLAY "RATINGS ON FILE        :" LINE 11 COL 1.
           DISPLAY WS-RATED-COUNT LINE 11 COL 30.
           DISPLAY "REPORT IN RATEDIST.TXT" LINE 13 COL 1.
           GO TO MAIN-EXIT.

       DISTRIB-READ.
           READ EMPFILE NEXT RECORD
              AT END MOVE 10 TO FSO
              NOT AT END
                 IF ESTATUS NOT = "SEPARATED"
                    PERFORM DISTRIB-ONE-PARA
                 END-IF
           END-READ.
       DISTRIB-ONE-PARA.
           MOVE EBRNID TO WS-G-BR.
           MOVE EDEPID TO WS-G-DEP.
           PERFORM FIND-DIST-PARA.
           IF WS-FOUND-IX = 0
              GO TO DISTRIB-ONE-EXIT.
           MOVE "N" TO WS-FOUND.
           IF FSAP NOT = 35
              MOVE EEMPID TO APEMPID
              MOVE WS-YEAR TO APYEAR
              READ APPRAISALFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-FOUND
              END-READ
           END-IF.
           ADD 1 TO DB-TOTAL(WS-FOUND-IX).
           ADD 1 TO DG-TOTAL.
           IF WS-FOUND = "N" OR APRATING < 1 OR APRATING > 5
              ADD 1 TO DB-NONE(WS-FOUND-IX)
              ADD 1 TO DG-NONE
              GO TO DISTRIB-ONE-EXIT.
           ADD 1 TO WS-RATED-COUNT.
           ADD 1 TO DB-RT(WS-FOUND-IX, APRATING).
           ADD 1 TO DG-RT(APRATING).
           IF APSTATUS NOT = "FINALISED"
              ADD 1 TO DB-DRAFT(WS-FOUND-IX)
              ADD 1 TO DG-DRAFT.
       DISTRIB-ONE-EXIT.
           CONTINUE.

       FIND-DIST-PARA.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM FIND-DIST-SCAN
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-DB-COUNT OR WS-FOUND-IX > 0.
           IF WS-FOUND-IX = 0
              IF WS-DB-COUNT < 200
                 ADD 1 TO WS-DB-COUNT
                 MOVE ZEROS TO WS-DB-ENTRY(WS-DB-COUNT)
                 MOVE WS-G-BR TO DB-BR(WS-DB-COUNT)
                 MOVE WS-G-DEP TO DB-DEP(WS-DB-COUNT)
                 MOVE WS-DB-COUNT TO WS-FOUND-IX
              END-IF
           END-IF.
       FIND-DIST-SCAN.
           IF DB-BR(WS-IX) = WS-G-BR AND DB-DEP(WS-IX) = WS-G-DEP
              MOVE WS-IX TO WS-FOUND-IX.

       SORT-DIST-PARA.
           IF WS-DB-COUNT < 2
              GO TO SORT-DIST-X.
           PERFORM SORT-PASS-PARA
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX NOT < WS-DB-COUNT.
       SORT-DIST-X.
           CONTINUE.
       SORT-PASS-PARA.
           PERFORM SORT-SWAP-PARA
              VARYING WS-JX FROM 1 BY 1
              UNTIL WS-JX NOT < WS-DB-COUNT.
       SORT-SWAP-PARA.
           COMPUTE WS-KX = WS-JX + 1.
           IF DB-BR(WS-JX) > DB-BR(WS-KX)
              OR (DB-BR(WS-JX) = DB-BR(WS-KX)
                  AND DB-DEP(WS-JX) > DB-DEP(WS-KX))
              MOVE WS-DB-ENTRY(WS-JX) TO WS-SWAP-ENTRY
              MOVE WS-DB-ENTRY(WS-KX) TO WS-DB-ENTRY(WS-JX)
              MOVE WS-SWAP-ENTRY TO WS-DB-ENTRY(WS-KX)
           END-IF.

       PRINT-DIST-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING DB-BR(WS-IX) " " DB-DEP(WS-IX) " "
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM PRINT-DB-COUNT-PARA
              VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5.
           MOVE DB-DRAFT(WS-IX) TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT TO WS-PRINT-LINE(46:5).
           MOVE DB-NONE(WS-IX) TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT TO WS-PRINT-LINE(52:5).
           MOVE DB-TOTAL(WS-IX) TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT TO WS-PRINT-LINE(58:5).
           MOVE WS-PRINT-LINE TO RATEDIST-LINE.
           WRITE RATEDIST-LINE.
       PRINT-DB-COUNT-PARA.
           COMPUTE WS-KX = 10 + (WS-RX * 6).
           MOVE DB-RT(WS-IX, WS-RX) TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT TO WS-PRINT-LINE(WS-KX:5).
       PRINT-DG-COUNT-PARA.
           COMPUTE WS-KX = 10 + (WS-RX * 6).
           MOVE DG-RT(WS-RX) TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT TO WS-PRINT-LINE(WS-KX:5).

       MERIT-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "MERIT INCREMENT BATCH" LINE 3 COL 10.
           IF WS-SIGNON-ROLE NOT = "ADMIN"
              DISPLAY "MERIT BATCH NEEDS ADMIN ROLE" LINE 12 COL 10
              GO TO MAIN-EXIT.
           DISPLAY "ENTER APPRAISAL YEAR (YYYY) :" LINE 5 COL 1.
           ACCEPT WS-YEAR LINE 5 COL 40.
           DISPLAY "ENTER EFFECTIVE DATE (YYYY-MM-DD) :" LINE 6 COL 1.
           ACCEPT WS-REV-DATE LINE 6 COL 40.
           IF WS-REV-DATE(5:1) NOT = "-" OR WS-REV-DATE(8:1) NOT = "-"
              OR WS-REV-DATE(6:2) < "01" OR WS-REV-DATE(6:2) > "12"
              OR WS-REV-DATE(9:2) < "01" OR WS-REV-DATE(9:2) > "31"
              DISPLAY "INVALID EFFECTIVE DATE" LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN I-O APPRAISALFILE.
           IF FSAP = 35
              DISPLAY "NO APPRAISALS ON FILE" LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN INPUT EMPFILE.
           OPEN INPUT INCMATRIXFILE.
           OPEN I-O REVISIONFILE.
           IF FSR = 35
              OPEN OUTPUT REVISIONFILE
              CLOSE REVISIONFILE
              OPEN I-O REVISIONFILE.
           PERFORM SEED-REVID-PARA.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-SKIP-COUNT.
           OPEN OUTPUT MERITFILE.
           OPEN OUTPUT MERITSKPFILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "MERIT INCREMENTS - APPRAISAL YEAR " WS-YEAR
              "  EFFECTIVE " WS-REV-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO MERIT-LINE.
           WRITE MERIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMP    NAME                      GR RT  PCT"
              "  OLD BASIC  NEW BASIC REV ID"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO MERIT-LINE.
           WRITE MERIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "MERIT INCREMENT SKIPPED LIST - APPRAISAL YEAR "
              WS-YEAR DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO MERITSKP-LINE.
           WRITE MERITSKP-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMP    NAME                      REASON"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO MERITSKP-LINE.
           WRITE MERITSKP-LINE.
           PERFORM MERIT-READ UNTIL FSAP = 10.
           CLOSE APPRAISALFILE.
           CLOSE EMPFILE.
           IF FSIM NOT = 35
              CLOSE INCMATRIXFILE.
           CLOSE REVISIONFILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REVISIONS GENERATED : " WS-GEN-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO MERIT-LINE.
           WRITE MERIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPLOYEES SKIPPED : " WS-SKIP-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO MERITSKP-LINE.
           WRITE MERITSKP-LINE.
           CLOSE MERITFILE.
           CLOSE MERITSKPFILE.
           DISPLAY "REVISIONS GENERATED (MERIT.TXT)   :" LINE 10 COL 1.
           DISPLAY WS-GEN-COUNT LINE 10 COL 40.
           DISPLAY "EMPLOYEES SKIPPED (MERITSKP.TXT) :" LINE 11 COL 1.
           DISPLAY WS-SKIP-COUNT LINE 11 COL 40.
           GO TO MAIN-EXIT.

       MERIT-READ.
           READ APPRAISALFILE NEXT RECORD
              AT END MOVE 10 TO FSAP
              NOT AT END
                 IF APYEAR = WS-YEAR
                    PERFORM MERIT-ONE-PARA THRU MERIT-ONE-EXIT
                 END-IF
           END-READ.

       MERIT-ONE-PARA.
           MOVE APEMPID TO EEMPID.
           READ EMPFILE INVALID KEY
              MOVE SPACES TO EEMPNAME
              MOVE "NOT ON EMPLOYEE FILE" TO WS-SKIP-REASON
              GO TO MERIT-SKIP-PARA
           END-READ.
           IF APREVID NOT = SPACES
              MOVE SPACES TO WS-SKIP-REASON
              STRING "ALREADY INCREMENTED " APREVID
                 DELIMITED BY SIZE INTO WS-SKIP-REASON
              GO TO MERIT-SKIP-PARA.
           IF APSTATUS NOT = "FINALISED"
              MOVE "RATING NOT FINALISED" TO WS-SKIP-REASON
              GO TO MERIT-SKIP-PARA.
           IF ESTATUS = "SEPARATED"
              MOVE "SEPARATED" TO WS-SKIP-REASON
              GO TO MERIT-SKIP-PARA.
           IF ESTATUS NOT = "CONFIRMED"
              MOVE "ON PROBATION - NOT CONFIRMED" TO WS-SKIP-REASON
              GO TO MERIT-SKIP-PARA.
           MOVE EGRDNO TO IMGRADE.
           MOVE APRATING TO IMRATING.
           MOVE "N" TO WS-FOUND.
           IF FSIM NOT = 35
              READ INCMATRIXFILE INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-FOUND
              END-READ
           END-IF.
           IF WS-FOUND = "N"
              MOVE "NO MATRIX RATE FOR GRADE" TO WS-SKIP-REASON
              GO TO MERIT-SKIP-PARA.
           IF IMPCT = 0
              MOVE "NIL INCREMENT FOR RATING" TO WS-SKIP-REASON
              GO TO MERIT-SKIP-PARA.
           PERFORM LOOKUP-LATEST-REVISION-PARA.
           IF WS-REV-FOUND = "N"
              MOVE "NO PRIOR REVISION" TO WS-SKIP-REASON
              GO TO MERIT-SKIP-PARA.
           COMPUTE WS-NEW-BASIC =
              WS-OLD-BASIC + (WS-OLD-BASIC * IMPCT / 100).
           PERFORM GENERATE-REVISION-PARA THRU GENERATE-REVISION-EXIT.
           IF WS-REV-FOUND = "C"
              MOVE "REVISION ID CLASH" TO WS-SKIP-REASON
              GO TO MERIT-SKIP-PARA.
           GO TO MERIT-ONE-EXIT.
       MERIT-SKIP-PARA.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING APEMPID " " EEMPNAME " " WS-SKIP-REASON
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO MERITSKP-LINE.
           WRITE MERITSKP-LINE.
       MERIT-ONE-EXIT.
           CONTINUE.

       SEED-REVID-PARA.
           MOVE 0 TO WS-REV-SEQ.
           MOVE LOW-VALUES TO RREVID.
           START REVISIONFILE KEY IS NOT LESS THAN RREVID
              INVALID KEY MOVE 10 TO FSR.
           PERFORM SEED-REVID-READ UNTIL FSR = 10.
           MOVE "00" TO FSR.
       SEED-REVID-READ.
           READ REVISIONFILE NEXT RECORD
              AT END MOVE 10 TO FSR
              NOT AT END
                 IF RREVID(1:1) = "M" AND RREVID(2:5) IS NUMERIC
                    IF RREVID(2:5) > WS-REV-SEQ
                       MOVE RREVID(2:5) TO WS-REV-SEQ
                    END-IF
                 END-IF
           END-READ.

       LOOKUP-LATEST-REVISION-PARA.
           MOVE "N" TO WS-REV-FOUND.
           MOVE 0 TO WS-OLD-BASIC.
           MOVE ZEROS TO WS-REV-SAVE.
           MOVE EEMPID TO REMPID.
           START REVISIONFILE KEY IS = REMPID INVALID KEY
              MOVE 10 TO FSR
           END-START.
           PERFORM LOOKUP-REV-READ UNTIL FSR = 10.
           MOVE "00" TO FSR.
       LOOKUP-REV-READ.
           READ REVISIONFILE NEXT RECORD
              AT END MOVE 10 TO FSR
              NOT AT END
                 IF REMPID NOT = EEMPID
                    MOVE 10 TO FSR
                 ELSE
                    MOVE "Y" TO WS-REV-FOUND
                    MOVE RBASIC  TO WS-OLD-BASIC
                    MOVE RHRA    TO WS-S-HRA
                    MOVE RDPA    TO WS-S-DPA
                    MOVE RPPA    TO WS-S-PPA
                    MOVE REDUA   TO WS-S-EDUA
                    MOVE RTECHJR TO WS-S-TECHJR
                    MOVE RLUNCHA TO WS-S-LUNCHA
                    MOVE RCONVEY TO WS-S-CONVEY
                    MOVE RBUSATR TO WS-S-BUSATR
                    MOVE RLTA    TO WS-S-LTA
                    MOVE RPF     TO WS-S-PF
                    MOVE RESI    TO WS-S-ESI
                 END-IF
           END-READ.

       GENERATE-REVISION-PARA.
           ADD 1 TO WS-REV-SEQ.
           MOVE SPACES TO WS-NEW-RREVID.
           STRING "M" WS-REV-SEQ DELIMITED BY SIZE INTO WS-NEW-RREVID.
           MOVE WS-NEW-RREVID TO RREVID.
           MOVE EEMPID TO REMPID.
           MOVE EDESID TO RDESCODE.
           MOVE WS-NEW-BASIC TO RBASIC.
           MOVE WS-S-HRA TO RHRA.
           MOVE WS-S-DPA TO RDPA.
           MOVE WS-S-PPA TO RPPA.
           MOVE WS-S-EDUA TO REDUA.
           MOVE WS-S-TECHJR TO RTECHJR.
           MOVE WS-S-LUNCHA TO RLUNCHA.
           MOVE WS-S-CONVEY TO RCONVEY.
           MOVE WS-S-BUSATR TO RBUSATR.
           MOVE WS-S-LTA TO RLTA.
           MOVE WS-S-PF TO RPF.
           MOVE WS-S-ESI TO RESI.
           MOVE WS-REV-DATE TO RREVDATE.
           MOVE SPACES TO RAPPLPER.
           WRITE REVISIONREC INVALID KEY
              MOVE "C" TO WS-REV-FOUND
           END-WRITE.
           IF WS-REV-FOUND = "C"
              GO TO GENERATE-REVISION-EXIT.
           MOVE WS-NEW-RREVID TO APREVID.
           REWRITE APPRAISALREC.
           ADD 1 TO WS-GEN-COUNT.
           MOVE IMPCT TO WS-PCT-EDIT.
           MOVE WS-OLD-BASIC TO WS-AMT-EDIT.
           MOVE WS-NEW-BASIC TO WS-AMT2-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING EEMPID " " EEMPNAME " " EGRDNO "  " APRATING " "
              WS-PCT-EDIT " " WS-AMT-EDIT " " WS-AMT2-EDIT " "
              WS-NEW-RREVID
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO MERIT-LINE.
           WRITE MERIT-LINE.
           MOVE EEMPID TO WS-AUDIT-EMPID.
           MOVE "REVISIONFILE" TO WS-AUDIT-FILE.
           MOVE "MERIT-INC" TO WS-AUDIT-OPER.
           MOVE WS-OLD-BASIC TO WS-AUDIT-EDIT.
           MOVE WS-AUDIT-EDIT TO WS-AUDIT-BEFORE.
           MOVE WS-NEW-BASIC TO WS-AUDIT-EDIT.
           MOVE WS-AUDIT-EDIT TO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
       GENERATE-REVISION-EXIT.
           CONTINUE.

       AUDIT-LOG-PARA.
           OPEN I-O AUDITFILE.
           IF FSA = 35
              OPEN OUTPUT AUDITFILE
              CLOSE AUDITFILE
              OPEN I-O AUDITFILE
           END-IF.
           MOVE 0 TO WS-AUDIT-SEQ.
           MOVE HIGH-VALUES TO AAUDID.
           START AUDITFILE KEY IS LESS THAN AAUDID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ AUDITFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE AAUDID(2:5) TO WS-AUDIT-SEQ
                 END-READ
           END-START.
           ADD 1 TO WS-AUDIT-SEQ.
           MOVE WS-AUDIT-SEQ TO WS-AUDIT-SEQ-X.
           STRING "A" WS-AUDIT-SEQ-X DELIMITED BY SIZE INTO AAUDID.
           MOVE WS-AUDIT-EMPID   TO AEMPID.
           MOVE WS-AUDIT-FILE    TO AFILE.
           MOVE WS-AUDIT-OPER    TO AOPER.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           CLOSE AUDITFILE.

       END PROGRAM APPRAISAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTABLISH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           ALTERNATE RECORD KEY IS EEMPNAME WITH DUPLICATES
           FILE STATUS IS FSO.

           SELECT VACANCYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VVACID
           FILE STATUS IS FSVC.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PHKEY
           FILE STATUS IS FSPH.

           SELECT SANCTIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNKEY
           FILE STATUS IS FSSN.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           ALTERNATE RECORD KEY IS CITY WITH DUPLICATES
           FILE STATUS IS FSB.

           SELECT DESIGNATIONFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSDES.

           SELECT DEPARTMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCODE
           FILE STATUS IS FSDEP.

           SELECT ESTABFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSES.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AAUDID
           ALTERNATE RECORD KEY IS AEMPID WITH DUPLICATES
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).
           02 ESTATUS   PIC X(9).

       FD VACANCYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VACANCY.DAT".
       01 VACANCYREC.
           02 VVACID   PIC X(6).
           02 VBRNID   PIC X(6).
           02 VDESID   PIC X(6).
           02 VDEPID   PIC X(6).
           02 VGRDNO   PIC 99.
           02 VSTATUS  PIC X(6).

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 PAYHISTREC.
           02 PHKEY.
              03 PHEMPID  PIC X(6).
              03 PHPERIOD PIC X(6).
           02 PHBASIC   PIC 9(6)V99.
           02 PHDA      PIC 9(6)V99.
           02 PHCCA     PIC 9(6)V99.
           02 PHHRA     PIC 9(6)V99.
           02 PHDPA     PIC 9(6)V99.
           02 PHPPA     PIC 9(6)V99.
           02 PHEDUA    PIC 9(6)V99.
           02 PHTECHJR  PIC 9(6)V99.
           02 PHLUNCHA  PIC 9(6)V99.
           02 PHCONVEY  PIC 9(6)V99.
           02 PHBUSATR  PIC 9(6)V99.
           02 PHLTA     PIC 9(6)V99.
           02 PHPF      PIC 9(6)V99.
           02 PHESI     PIC 9(6)V99.
           02 PHGRTY    PIC 9(6)V99.
           02 PHPTAX    PIC 9(6)V99.
           02 PHITAX    PIC 9(6)V99.
           02 PHLOAN    PIC 9(8)V99.
           02 PHLOANDA  PIC 9(8)V99.
           02 PHOTHERD  PIC 9(6)V99.
           02 PHPERINC  PIC 9(6)V99.
           02 PHMEDI    PIC 9(6)V99.
           02 PHBOOK    PIC 9(6)V99.
           02 PHENTER   PIC 9(6)V99.
           02 PHTPH     PIC 9(6)V99.
           02 PHHOUSE   PIC 9(6)V99.
           02 PHVEHMAN  PIC 9(6)V99.
           02 PHCREDIT  PIC 9(6)V99.
           02 PHCLUB    PIC 9(6)V99.
           02 PHCL      PIC 99.
           02 PHSL      PIC 99.
           02 PHPL      PIC 99.
           02 PHLLOP    PIC 999.
           02 PHOTHERL  PIC 999.
           02 PHLOPDAYS PIC 99V9.
           02 PHLOPAMT  PIC 9(6)V99.
           02 PHARREAR  PIC 9(8)V99.
           02 PHGROSS   PIC 9(9)V99.
           02 PHDED     PIC 9(9)V99.
           02 PHNET     PIC S9(9)V99.
           02 PHOTAMT   PIC 9(6)V99.
           02 PHREIMB   PIC 9(6)V99.
           02 PHRUNTYP  PIC X.
           02 PHRUNSEQ  PIC 99.

       FD SANCTIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SANCTION.DAT".
       01 SANCTIONREC.
           02 SNKEY.
              03 SNBRNID  PIC X(6).
              03 SNDESID  PIC X(6).
              03 SNDEPID  PIC X(6).
           02 SNPOSTS   PIC 9(4).
           02 SNBUDGET  PIC 9(9)V99.
           02 SNCTL     PIC X.

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 CITY     PIC X(20).

       FD DESIGNATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DESIG.DAT".
       01 DESIGNATIONREC.
           02 DESID    PIC X(6).
           02 DESIGN   PIC X(15).
           02 DESHRT   PIC X(4).

       FD DEPARTMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPART.DAT".
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD ESTABFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTAB.TXT".
       01 ESTAB-LINE PIC X(80).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01 AUDITREC.
           02 AAUDID   PIC X(6).
           02 AEMPID   PIC X(6).
           02 AFILE    PIC X(16).
           02 AOPER    PIC X(10).
           02 ABEFORE  PIC X(30).
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
       77 FSVC  PIC XX.
       77 FSPH  PIC XX.
       77 FSSN  PIC XX.
       77 FSB   PIC XX.
       77 FSDES PIC XX.
       77 FSDEP PIC XX.
       77 FSES  PIC XX.
       77 FSA   PIC XX.
       77 ENTKEY PIC X.
       77 WS-MODE PIC X.
       77 WS-FOUND     PIC X.
       77 WS-BR-FOUND  PIC X.
       77 WS-DES-FOUND PIC X.
       77 WS-DEP-FOUND PIC X.
       77 WS-PERIOD    PIC X(6).
       77 WS-OLD-POSTS PIC 9(4).
       77 WS-G-BR      PIC X(6).
       77 WS-G-DES     PIC X(6).
       77 WS-G-DEP     PIC X(6).
       77 WS-ES-COUNT  PIC 999.
       77 WS-ES-LOST   PIC 9(5).
       77 WS-IX        PIC 999.
       77 WS-JX        PIC 999.
       77 WS-KX        PIC 999.
       77 WS-FOUND-IX  PIC 999.
       77 WS-SWAP-ENTRY PIC X(56).
       77 WS-PREV-BR   PIC X(6).
       77 WS-COST      PIC 9(9)V99.
       77 WS-L-LABEL   PIC X(20).
       77 WS-L-POSTS   PIC 9(5).
       77 WS-L-FILLED  PIC 9(5).
       77 WS-L-OPEN    PIC 9(5).
       77 WS-L-VACANT  PIC S9(5).
       77 WS-L-BUDGET  PIC 9(9)V99.
       77 WS-L-ACTUAL  PIC 9(9)V99.
       77 WS-L-FLAG    PIC X(8).
       77 WS-B-POSTS   PIC 9(5).
       77 WS-B-FILLED  PIC 9(5).
       77 WS-B-OPEN    PIC 9(5).
       77 WS-B-BUDGET  PIC 9(9)V99.
       77 WS-B-ACTUAL  PIC 9(9)V99.
       77 WS-T-POSTS   PIC 9(5).
       77 WS-T-FILLED  PIC 9(5).
       77 WS-T-OPEN    PIC 9(5).
       77 WS-T-BUDGET  PIC 9(9)V99.
       77 WS-T-ACTUAL  PIC 9(9)V99.
       77 WS-CNT-EDIT  PIC Z(4)9.
       77 WS-CNT2-EDIT PIC Z(4)9.
       77 WS-CNT3-EDIT PIC Z(4)9.
       77 WS-VAC-EDIT  PIC -(4)9.
       77 WS-AMT-EDIT  PIC Z(8)9.99.
       77 WS-AMT2-EDIT PIC Z(8)9.99.
       77 WS-PRINT-LINE PIC X(80).
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AUDIT-OPER   PIC X(10).
       77 WS-AUDIT-BEFORE PIC X(30).
       77 WS-AUDIT-AFTER  PIC X(30).
       77 WS-AUDIT-SEQ    PIC 9(5).
       77 WS-AUDIT-SEQ-X  PIC 9(5).
       01 WS-ES-TABLE.
           02 WS-ES-ENTRY OCCURS 500 TIMES.
              03 ES-KEY.
                 04 ES-BR   PIC X(6).
                 04 ES-DES  PIC X(6).
                 04 ES-DEP  PIC X(6).
              03 ES-SANC    PIC X.
              03 ES-POSTS   PIC 9(5).
              03 ES-FILLED  PIC 9(5).
              03 ES-OPEN    PIC 9(5).
              03 ES-BUDGET  PIC 9(9)V99.
              03 ES-ACTUAL  PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "SANCTIONED STRENGTH AND ESTABLISHMENT"
              LINE 3 COL 10.
           DISPLAY "S. SANCTIONED POSTS BY BRANCH/DESIG/DEPT"
              LINE 5 COL 5.
           DISPLAY "R. MONTHLY ESTABLISHMENT REPORT" LINE 6 COL 5.
           DISPLAY "ENTER YOUR CHOICE :" LINE 8 COL 5.
           ACCEPT WS-MODE LINE 8 COL 30.
           INSPECT WS-MODE CONVERTING "sr" TO "SR".
           IF WS-MODE = "S"
              GO TO SANCTION-PARA.
           IF WS-MODE = "R"
              GO TO REPORT-PARA.
           GO TO MAIN-EXIT.

       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           STOP ' '.
           EXIT PROGRAM.

       SANCTION-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER BRANCH CODE :" LINE 1 COL 1.
           ACCEPT SNBRNID LINE 1 COL 40.
           DISPLAY "ENTER DESIGNATION CODE :" LINE 2 COL 1.
           ACCEPT SNDESID LINE 2 COL 40.
           DISPLAY "ENTER DEPARTMENT CODE :" LINE 3 COL 1.
           ACCEPT SNDEPID LINE 3 COL 40.
           PERFORM VALIDATE-BRANCH-PARA.
           IF WS-BR-FOUND = "N"
              DISPLAY "INVALID BRANCH CODE - NOT SAVED" LINE 12 COL 10
              GO TO MAIN-EXIT.
           PERFORM VALIDATE-DESIGNATION-PARA.
           IF WS-DES-FOUND = "N"
              DISPLAY "INVALID DESIGNATION CODE - NOT SAVED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           PERFORM VALIDATE-DEPARTMENT-PARA.
           IF WS-DEP-FOUND = "N"
              DISPLAY "INVALID DEPARTMENT CODE - NOT SAVED"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN I-O SANCTIONFILE.
           IF FSSN = 35
              OPEN OUTPUT SANCTIONFILE
              CLOSE SANCTIONFILE
              OPEN I-O SANCTIONFILE.
           READ SANCTIONFILE INVALID KEY
              MOVE "N" TO WS-FOUND
              MOVE 0 TO SNPOSTS SNBUDGET
              MOVE "B" TO SNCTL
           NOT INVALID KEY
              MOVE "Y" TO WS-FOUND
           END-READ.
           MOVE SNPOSTS TO WS-OLD-POSTS.
           IF WS-FOUND = "Y"
              DISPLAY "CURRENT SANCTIONED POSTS :" LINE 4 COL 1
              DISPLAY SNPOSTS LINE 4 COL 40
              MOVE SNBUDGET TO WS-AMT-EDIT
              DISPLAY "CURRENT MONTHLY BUDGET :" LINE 5 COL 1
              DISPLAY WS-AMT-EDIT LINE 5 COL 40.
           DISPLAY "ENTER SANCTIONED POSTS :" LINE 7 COL 1.
           ACCEPT SNPOSTS LINE 7 COL 40.
           DISPLAY "ENTER BUDGETED MONTHLY COST :" LINE 8 COL 1.
           ACCEPT SNBUDGET LINE 8 COL 40.
           DISPLAY "OVER SANCTION (W=WARN B=BLOCK) :" LINE 9 COL 1.
           ACCEPT SNCTL LINE 9 COL 40.
           INSPECT SNCTL CONVERTING "wb" TO "WB".
           IF SNCTL NOT = "W"
              MOVE "B" TO SNCTL.
           IF WS-FOUND = "Y"
              REWRITE SANCTIONREC
           ELSE
              WRITE SANCTIONREC
           END-IF.
           CLOSE SANCTIONFILE.
           MOVE SPACES TO WS-AUDIT-EMPID.
           MOVE "SANCTIONFILE" TO WS-AUDIT-FILE.
           MOVE "SANCTION" TO WS-AUDIT-OPER.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING SNBRNID " " SNDESID " " SNDEPID " " WS-OLD-POSTS
              DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING SNBRNID " " SNDESID " " SNDEPID " " SNPOSTS
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "SANCTIONED STRENGTH SAVED" LINE 12 COL 10.
           GO TO MAIN-EXIT.

       VALIDATE-BRANCH-PARA.
           MOVE "N" TO WS-BR-FOUND.
           OPEN INPUT BRANCHFILE.
           IF FSB = 35
              GO TO VALIDATE-BRANCH-X.
           MOVE SNBRNID TO BBRID.
           READ BRANCHFILE INVALID KEY
              MOVE "N" TO WS-BR-FOUND
           NOT INVALID KEY
              MOVE "Y" TO WS-BR-FOUND
           END-READ.
           CLOSE BRANCHFILE.
       VALIDATE-BRANCH-X.
           CONTINUE.

       VALIDATE-DEPARTMENT-PARA.
           MOVE "N" TO WS-DEP-FOUND.
           OPEN INPUT DEPARTMENTFILE.
           IF FSDEP = 35
              GO TO VALIDATE-DEPARTMENT-X.
           MOVE SNDEPID TO DEPCODE.
           READ DEPARTMENTFILE INVALID KEY
              MOVE "N" TO WS-DEP-FOUND
           NOT INVALID KEY
              MOVE "Y" TO WS-DEP-FOUND
           END-READ.
           CLOSE DEPARTMENTFILE.
       VALIDATE-DEPARTMENT-X.
           CONTINUE.

       VALIDATE-DESIGNATION-PARA.
           MOVE "N" TO WS-DES-FOUND.
           OPEN INPUT DESIGNATIONFILE.
           IF FSDES NOT = 35
              PERFORM VALIDATE-DES-READ UNTIL FSDES = 10
              CLOSE DESIGNATIONFILE.
       VALIDATE-DES-READ.
           READ DESIGNATIONFILE
              AT END MOVE 10 TO FSDES
              NOT AT END
                 IF DESID = SNDESID
                    MOVE "Y" TO WS-DES-FOUND
                 END-IF
           END-READ.

       REPORT-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "MONTHLY ESTABLISHMENT REPORT" LINE 3 COL 10.
           DISPLAY "ENTER PAY PERIOD (YYYYMM) :" LINE 5 COL 1.
           ACCEPT WS-PERIOD LINE 5 COL 35.
           IF WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
              OR WS-PERIOD IS NOT NUMERIC
              DISPLAY "INVALID PERIOD" LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE 0 TO WS-ES-COUNT.
           MOVE 0 TO WS-ES-LOST.
           OPEN INPUT SANCTIONFILE.
           IF FSSN NOT = 35
              PERFORM SANCTION-READ UNTIL FSSN = 10
              CLOSE SANCTIONFILE.
           OPEN INPUT EMPFILE.
           IF FSO = 35
              DISPLAY "EMPLOYEE FILE NOT ON SYSTEM" LINE 12 COL 10
              GO TO MAIN-EXIT.
           PERFORM FILLED-READ UNTIL FSO = 10.
           MOVE "00" TO FSO.
           OPEN INPUT VACANCYFILE.
           IF FSVC NOT = 35
              PERFORM VACANCY-READ UNTIL FSVC = 10
              CLOSE VACANCYFILE.
           OPEN INPUT PAYHISTFILE.
           IF FSPH NOT = 35
              PERFORM COST-READ UNTIL FSPH = 10
              CLOSE PAYHISTFILE.
           CLOSE EMPFILE.
           PERFORM SORT-EST-PARA THRU SORT-EST-X.
           OPEN OUTPUT ESTABFILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ESTABLISHMENT REPORT - PERIOD " WS-PERIOD
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO ESTAB-LINE.
           WRITE ESTAB-LINE.
           MOVE ALL "=" TO ESTAB-LINE.
           WRITE ESTAB-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "BRANCH DESIG  DEPT    SANC  FILL  OPEN VACNT"
              "       BUDGET       ACTUAL"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO ESTAB-LINE.
           WRITE ESTAB-LINE.
           MOVE 0 TO WS-T-POSTS WS-T-FILLED WS-T-OPEN.
           MOVE 0 TO WS-T-BUDGET WS-T-ACTUAL.
           MOVE 0 TO WS-B-POSTS WS-B-FILLED WS-B-OPEN.
           MOVE 0 TO WS-B-BUDGET WS-B-ACTUAL.
           MOVE SPACES TO WS-PREV-BR.
           PERFORM PRINT-EST-PARA
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-ES-COUNT.
           IF WS-ES-COUNT > 0
              PERFORM PRINT-BRANCH-TOTAL-PARA.
           MOVE ALL "=" TO ESTAB-LINE.
           WRITE ESTAB-LINE.
           MOVE "GRAND TOTAL" TO WS-L-LABEL.
           MOVE WS-T-POSTS TO WS-L-POSTS.
           MOVE WS-T-FILLED TO WS-L-FILLED.
           MOVE WS-T-OPEN TO WS-L-OPEN.
           COMPUTE WS-L-VACANT = WS-T-POSTS - WS-T-FILLED.
           MOVE WS-T-BUDGET TO WS-L-BUDGET.
           MOVE WS-T-ACTUAL TO WS-L-ACTUAL.
           MOVE SPACES TO WS-L-FLAG.
           PERFORM WRITE-EST-LINE-PARA.
           MOVE SPACES TO ESTAB-LINE.
           WRITE ESTAB-LINE.
           MOVE "VACNT = SANCTIONED LESS FILLED, OPEN = VACANCIES"
              TO ESTAB-LINE.
           WRITE ESTAB-LINE.
           MOVE "ACTUAL = PERIOD GROSS PLUS REIMBURSEMENT PAID"
              TO ESTAB-LINE.
           WRITE ESTAB-LINE.
           IF WS-ES-LOST > 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING "TABLE FULL - ITEMS NOT REPORTED : " WS-ES-LOST
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              MOVE WS-PRINT-LINE TO ESTAB-LINE
              WRITE ESTAB-LINE.
           CLOSE ESTABFILE.
           DISPLAY "SANCTIONED POSTS :" LINE 10 COL 1.
           DISPLAY WS-T-POSTS LINE 10 COL 25.
           DISPLAY "FILLED POSTS     :" LINE 11 COL 1.
           DISPLAY WS-T-FILLED LINE 11 COL 25.
           DISPLAY "OPEN VACANCIES   :" LINE 12 COL 1.
           DISPLAY WS-T-OPEN LINE 12 COL 25.
           DISPLAY "REPORT IN ESTAB.TXT" LINE 14 COL 1.
           GO TO MAIN-EXIT.

       SANCTION-READ.
           READ SANCTIONFILE NEXT RECORD
              AT END MOVE 10 TO FSSN
              NOT AT END
                 MOVE SNBRNID TO WS-G-BR
                 MOVE SNDESID TO WS-G-DES
                 MOVE SNDEPID TO WS-G-DEP
                 PERFORM FIND-EST-PARA
                 IF WS-FOUND-IX > 0
                    MOVE "Y" TO ES-SANC(WS-FOUND-IX)
                    ADD SNPOSTS TO ES-POSTS(WS-FOUND-IX)
                    ADD SNBUDGET TO ES-BUDGET(WS-FOUND-IX)
                 END-IF
           END-READ.

       FILLED-READ.
           READ EMPFILE NEXT RECORD
              AT END MOVE 10 TO FSO
              NOT AT END
                 IF ESTATUS NOT = "SEPARATED"
                    MOVE EBRNID TO WS-G-BR
                    MOVE EDESID TO WS-G-DES
                    MOVE EDEPID TO WS-G-DEP
                    PERFORM FIND-EST-PARA
                    IF WS-FOUND-IX > 0
                       ADD 1 TO ES-FILLED(WS-FOUND-IX)
                    END-IF
                 END-IF
           END-READ.

       VACANCY-READ.
           READ VACANCYFILE NEXT RECORD
              AT END MOVE 10 TO FSVC
              NOT AT END
                 IF VSTATUS = "OPEN"
                    MOVE VBRNID TO WS-G-BR
                    MOVE VDESID TO WS-G-DES
                    MOVE VDEPID TO WS-G-DEP
                    PERFORM FIND-EST-PARA
                    IF WS-FOUND-IX > 0
                       ADD 1 TO ES-OPEN(WS-FOUND-IX)
                    END-IF
                 END-IF
           END-READ.

       COST-READ.
           READ PAYHISTFILE NEXT RECORD
              AT END MOVE 10 TO FSPH
              NOT AT END
                 IF PHPERIOD = WS-PERIOD
                    PERFORM COST-ONE-PARA
                 END-IF
           END-READ.
       COST-ONE-PARA.
           MOVE PHEMPID TO EEMPID.
           READ EMPFILE INVALID KEY
              MOVE SPACES TO EBRNID EDESID EDEPID
           END-READ.
           MOVE EBRNID TO WS-G-BR.
           MOVE EDESID TO WS-G-DES.
           MOVE EDEPID TO WS-G-DEP.
           PERFORM FIND-EST-PARA.
           COMPUTE WS-COST = PHGROSS + PHREIMB.
           IF WS-FOUND-IX > 0
              ADD WS-COST TO ES-ACTUAL(WS-FOUND-IX).

       FIND-EST-PARA.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM FIND-EST-SCAN
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > WS-ES-COUNT OR WS-FOUND-IX > 0.
           IF WS-FOUND-IX = 0
              IF WS-ES-COUNT < 500
                 ADD 1 TO WS-ES-COUNT
                 MOVE ZEROS TO WS-ES-ENTRY(WS-ES-COUNT)
                 MOVE WS-G-BR TO ES-BR(WS-ES-COUNT)
                 MOVE WS-G-DES TO ES-DES(WS-ES-COUNT)
                 MOVE WS-G-DEP TO ES-DEP(WS-ES-COUNT)
                 MOVE "N" TO ES-SANC(WS-ES-COUNT)
                 MOVE WS-ES-COUNT TO WS-FOUND-IX
              ELSE
                 ADD 1 TO WS-ES-LOST
              END-IF
           END-IF.
       FIND-EST-SCAN.
           IF ES-BR(WS-IX) = WS-G-BR AND ES-DES(WS-IX) = WS-G-DES
              AND ES-DEP(WS-IX) = WS-G-DEP
              MOVE WS-IX TO WS-FOUND-IX.

       SORT-EST-PARA.
           IF WS-ES-COUNT < 2
              GO TO SORT-EST-X.
           PERFORM SORT-PASS-PARA
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX NOT < WS-ES-COUNT.
       SORT-EST-X.
           CONTINUE.
       SORT-PASS-PARA.
           PERFORM SORT-SWAP-PARA
              VARYING WS-JX FROM 1 BY 1
              UNTIL WS-JX NOT < WS-ES-COUNT.
       SORT-SWAP-PARA.
           COMPUTE WS-KX = WS-JX + 1.
           IF ES-KEY(WS-JX) > ES-KEY(WS-KX)
              MOVE WS-ES-ENTRY(WS-JX) TO WS-SWAP-ENTRY
              MOVE WS-ES-ENTRY(WS-KX) TO WS-ES-ENTRY(WS-JX)
              MOVE WS-SWAP-ENTRY TO WS-ES-ENTRY(WS-KX)
           END-IF.

       PRINT-EST-PARA.
           IF WS-IX > 1 AND ES-BR(WS-IX) NOT = WS-PREV-BR
              PERFORM PRINT-BRANCH-TOTAL-PARA.
           MOVE ES-BR(WS-IX) TO WS-PREV-BR.
           MOVE SPACES TO WS-L-LABEL.
           STRING ES-BR(WS-IX) " " ES-DES(WS-IX) " " ES-DEP(WS-IX)
              DELIMITED BY SIZE INTO WS-L-LABEL.
           MOVE ES-POSTS(WS-IX) TO WS-L-POSTS.
           MOVE ES-FILLED(WS-IX) TO WS-L-FILLED.
           MOVE ES-OPEN(WS-IX) TO WS-L-OPEN.
           COMPUTE WS-L-VACANT = ES-POSTS(WS-IX) - ES-FILLED(WS-IX).
           MOVE ES-BUDGET(WS-IX) TO WS-L-BUDGET.
           MOVE ES-ACTUAL(WS-IX) TO WS-L-ACTUAL.
           MOVE SPACES TO WS-L-FLAG.
           IF ES-FILLED(WS-IX) > ES-POSTS(WS-IX)
              MOVE " OVER" TO WS-L-FLAG.
           IF ES-SANC(WS-IX) = "N"
              MOVE " NO SANC" TO WS-L-FLAG.
           PERFORM WRITE-EST-LINE-PARA.
           ADD ES-POSTS(WS-IX) TO WS-B-POSTS.
           ADD ES-FILLED(WS-IX) TO WS-B-FILLED.
           ADD ES-OPEN(WS-IX) TO WS-B-OPEN.
           ADD ES-BUDGET(WS-IX) TO WS-B-BUDGET.
           ADD ES-ACTUAL(WS-IX) TO WS-B-ACTUAL.

       PRINT-BRANCH-TOTAL-PARA.
           MOVE SPACES TO WS-L-LABEL.
           STRING WS-PREV-BR " BRANCH TOTAL"
              DELIMITED BY SIZE INTO WS-L-LABEL.
           MOVE WS-B-POSTS TO WS-L-POSTS.
           MOVE WS-B-FILLED TO WS-L-FILLED.
           MOVE WS-B-OPEN TO WS-L-OPEN.
           COMPUTE WS-L-VACANT = WS-B-POSTS - WS-B-FILLED.
           MOVE WS-B-BUDGET TO WS-L-BUDGET.
           MOVE WS-B-ACTUAL TO WS-L-ACTUAL.
           MOVE SPACES TO WS-L-FLAG.
           IF WS-B-ACTUAL > WS-B-BUDGET
              MOVE " OVER" TO WS-L-FLAG.
           PERFORM WRITE-EST-LINE-PARA.
           MOVE SPACES TO ESTAB-LINE.
           WRITE ESTAB-LINE.
           ADD WS-B-POSTS TO WS-T-POSTS.
           ADD WS-B-FILLED TO WS-T-FILLED.
           ADD WS-B-OPEN TO WS-T-OPEN.
           ADD WS-B-BUDGET TO WS-T-BUDGET.
           ADD WS-B-ACTUAL TO WS-T-ACTUAL.
           MOVE 0 TO WS-B-POSTS WS-B-FILLED WS-B-OPEN.
           MOVE 0 TO WS-B-BUDGET WS-B-ACTUAL.

       WRITE-EST-LINE-PARA.
           MOVE WS-L-POSTS TO WS-CNT-EDIT.
           MOVE WS-L-FILLED TO WS-CNT2-EDIT.
           MOVE WS-L-OPEN TO WS-CNT3-EDIT.
           MOVE WS-L-VACANT TO WS-VAC-EDIT.
           MOVE WS-L-BUDGET TO WS-AMT-EDIT.
           MOVE WS-L-ACTUAL TO WS-AMT2-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-L-LABEL " " WS-CNT-EDIT " " WS-CNT2-EDIT " "
              WS-CNT3-EDIT " " WS-VAC-EDIT " " WS-AMT-EDIT " "
              WS-AMT2-EDIT WS-L-FLAG
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO ESTAB-LINE.
           WRITE ESTAB-LINE.

       AUDIT-LOG-PARA.
           OPEN I-O AUDITFILE.
           IF FSA = 35
              OPEN OUTPUT AUDITFILE
              CLOSE AUDITFILE
              OPEN I-O AUDITFILE
           END-IF.
           MOVE 0 TO WS-AUDIT-SEQ.
           MOVE HIGH-VALUES TO AAUDID.
           START AUDITFILE KEY IS LESS THAN AAUDID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ AUDITFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE AAUDID(2:5) TO WS-AUDIT-SEQ
                 END-READ
           END-START.
           ADD 1 TO WS-AUDIT-SEQ.
           MOVE WS-AUDIT-SEQ TO WS-AUDIT-SEQ-X.
           STRING "A" WS-AUDIT-SEQ-X DELIMITED BY SIZE INTO AAUDID.
           MOVE WS-AUDIT-EMPID   TO AEMPID.
           MOVE WS-AUDIT-FILE    TO AFILE.
           MOVE WS-AUDIT-OPER    TO AOPER.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           CLOSE AUDITFILE.

       END PROGRAM ESTABLISH.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           ALTERNATE RECORD KEY IS EEMPNAME WITH DUPLICATES
           FILE STATUS IS FSO.

           SELECT NOMINEEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NMKEY
           FILE STATUS IS FSNM.

           SELECT NOMCHKFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSNC.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AAUDID
           ALTERNATE RECORD KEY IS AEMPID WITH DUPLICATES
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).
           02 ESTATUS   PIC X(9).

       FD NOMINEEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOMINEE.DAT".
       01 NOMINEEREC.
           02 NMKEY.
              03 NMEMPID  PIC X(6).
              03 NMSEQ    PIC 99.
           02 NMNAME   PIC X(25).
           02 NMRELN   PIC X(10).
           02 NMDOB    PIC X(10).
           02 NMPFPCT  PIC 999V99.
           02 NMGRPCT  PIC 999V99.
           02 NMDUEPCT PIC 999V99.

       FD NOMCHKFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOMCHK.TXT".
       01 NOMCHK-LINE PIC X(80).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01 AUDITREC.
           02 AAUDID   PIC X(6).
           02 AEMPID   PIC X(6).
           02 AFILE    PIC X(16).
           02 AOPER    PIC X(10).
           02 ABEFORE  PIC X(30).
           02 AAFTER   PIC X(30).
           02 AADATE   PIC X(8).
           02 AOPERID  PIC X(6).
           02 AMAKERID PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSO   PIC XX.
       77 FSNM  PIC XX.
       77 FSNC  PIC XX.
       77 FSA   PIC XX.
       77 ENTKEY PIC X.
       77 WS-MODE    PIC X.
       77 WS-FOUND   PIC X.
       77 WS-EMP-OK  PIC X.
       77 WS-CONFIRM PIC X.
       77 WS-NM-EMP  PIC X(6).
       77 WS-NM-SEQ  PIC 99.
       77 WS-NM-SKIP PIC 99.
       77 WS-NM-SHOW PIC X VALUE "N".
       77 WS-NM-FILE-ST PIC XX.
       77 WS-NM-OLD  PIC X(68).
       77 WS-NM-NEW  PIC X(68).
       77 WS-NM-COUNT   PIC 99.
       77 WS-NM-ENTRIES PIC 99.
       77 WS-TOT-PF  PIC 9(4)V99.
       77 WS-TOT-GR  PIC 9(4)V99.
       77 WS-TOT-DUE PIC 9(4)V99.
       77 WS-LINE    PIC 99.
       77 WS-PROBLEM PIC X(10).
       77 WS-ACTIVE-COUNT PIC 9(5).
       77 WS-NONE-COUNT   PIC 9(5).
       77 WS-PART-COUNT   PIC 9(5).
       77 WS-CNT-EDIT  PIC Z(4)9.
       77 WS-PCT-EDIT  PIC ZZZ9.99.
       77 WS-PCT2-EDIT PIC ZZZ9.99.
       77 WS-PCT3-EDIT PIC ZZZ9.99.
       77 WS-PRINT-LINE PIC X(80).
       77 WS-AUDIT-EMPID  PIC X(6).
       77 WS-AUDIT-FILE   PIC X(16).
       77 WS-AUDIT-OPER   PIC X(10).
       77 WS-AUDIT-BEFORE PIC X(30).
       77 WS-AUDIT-AFTER  PIC X(30).
       77 WS-AUDIT-SEQ    PIC 9(5).
       77 WS-AUDIT-SEQ-X  PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "DEPENDANTS AND NOMINEES" LINE 3 COL 10.
           DISPLAY "A. ADD / CHANGE A DEPENDANT OR NOMINEE"
              LINE 5 COL 5.
           DISPLAY "D. DELETE A DEPENDANT OR NOMINEE" LINE 6 COL 5.
           DISPLAY "L. LIST AN EMPLOYEE'S NOMINEES" LINE 7 COL 5.
           DISPLAY "C. NOMINEE GAPS REPORT (ACTIVE STAFF)" LINE 8 COL 5.
           DISPLAY "ENTER YOUR CHOICE :" LINE 10 COL 5.
           ACCEPT WS-MODE LINE 10 COL 30.
           INSPECT WS-MODE CONVERTING "adlc" TO "ADLC".
           IF WS-MODE = "A"
              GO TO NOMINEE-ADD-PARA.
           IF WS-MODE = "D"
              GO TO NOMINEE-DELETE-PARA.
           IF WS-MODE = "L"
              GO TO NOMINEE-LIST-PARA.
           IF WS-MODE = "C"
              GO TO NOMINEE-GAPS-PARA.
           GO TO MAIN-EXIT.

       MAIN-EXIT.
           DISPLAY
             "PRESS ENTER TO RETURN TO HRMS MENU" LINE 20 COL 10.
           ACCEPT ENTKEY LINE 20 COL 50.
           STOP ' '.
           EXIT PROGRAM.

       NOMINEE-ADD-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM ACCEPT-EMP-PARA.
           IF WS-EMP-OK = "N"
              GO TO MAIN-EXIT.
           OPEN I-O NOMINEEFILE.
           IF FSNM = 35
              OPEN OUTPUT NOMINEEFILE
              CLOSE NOMINEEFILE
              OPEN I-O NOMINEEFILE.
           MOVE WS-NM-EMP TO NMEMPID.
           MOVE WS-NM-SEQ TO NMSEQ.
           READ NOMINEEFILE INVALID KEY
              MOVE "N" TO WS-FOUND
              MOVE SPACES TO NMNAME NMRELN NMDOB
              MOVE 0 TO NMPFPCT NMGRPCT NMDUEPCT
           NOT INVALID KEY
              MOVE "Y" TO WS-FOUND
           END-READ.
           MOVE NOMINEEREC TO WS-NM-OLD.
           IF WS-FOUND = "Y"
              DISPLAY "EXISTING ENTRY - CURRENT VALUES AT RIGHT"
                 LINE 3 COL 1
              DISPLAY NMNAME LINE 4 COL 55
              DISPLAY NMRELN LINE 5 COL 55
              DISPLAY NMDOB LINE 6 COL 55
              MOVE NMPFPCT TO WS-PCT-EDIT
              DISPLAY WS-PCT-EDIT LINE 7 COL 55
              MOVE NMGRPCT TO WS-PCT-EDIT
              DISPLAY WS-PCT-EDIT LINE 8 COL 55
              MOVE NMDUEPCT TO WS-PCT-EDIT
              DISPLAY WS-PCT-EDIT LINE 9 COL 55.
           DISPLAY "ENTER NAME :" LINE 4 COL 1.
           ACCEPT NMNAME LINE 4 COL 30.
           DISPLAY "ENTER RELATIONSHIP :" LINE 5 COL 1.
           ACCEPT NMRELN LINE 5 COL 30.
           DISPLAY "ENTER DATE OF BIRTH (YYYY-MM-DD) :" LINE 6 COL 1.
           ACCEPT NMDOB LINE 6 COL 36.
           DISPLAY "ENTER PF SHARE % :" LINE 7 COL 1.
           ACCEPT NMPFPCT LINE 7 COL 36.
           DISPLAY "ENTER GRATUITY SHARE % :" LINE 8 COL 1.
           ACCEPT NMGRPCT LINE 8 COL 36.
           DISPLAY "ENTER FINAL DUES SHARE % :" LINE 9 COL 1.
           ACCEPT NMDUEPCT LINE 9 COL 36.
           INSPECT NMRELN CONVERTING "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NMNAME = SPACES OR NMRELN = SPACES
              DISPLAY "NAME AND RELATIONSHIP ARE REQUIRED - NOT SAVED"
                 LINE 12 COL 10
              CLOSE NOMINEEFILE
              GO TO MAIN-EXIT.
           IF NMPFPCT > 100 OR NMGRPCT > 100 OR NMDUEPCT > 100
              DISPLAY "SHARE CANNOT EXCEED 100 % - NOT SAVED"
                 LINE 12 COL 10
              CLOSE NOMINEEFILE
              GO TO MAIN-EXIT.
           MOVE NOMINEEREC TO WS-NM-NEW.
           MOVE WS-NM-SEQ TO WS-NM-SKIP.
           PERFORM SHARE-TOTAL-PARA THRU SHARE-TOTAL-EXIT.
           MOVE WS-NM-NEW TO NOMINEEREC.
           ADD NMPFPCT TO WS-TOT-PF.
           ADD NMGRPCT TO WS-TOT-GR.
           ADD NMDUEPCT TO WS-TOT-DUE.
           IF WS-TOT-PF > 100 OR WS-TOT-GR > 100 OR WS-TOT-DUE > 100
              PERFORM SHOW-TOTALS-PARA
              DISPLAY "SHARES WOULD EXCEED 100 % - NOT SAVED"
                 LINE 12 COL 10
              CLOSE NOMINEEFILE
              GO TO MAIN-EXIT.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF WS-FOUND = "Y"
              REWRITE NOMINEEREC
              MOVE "NOM-CHANGE" TO WS-AUDIT-OPER
              MOVE WS-NM-OLD(7:22) TO WS-AUDIT-BEFORE
           ELSE
              WRITE NOMINEEREC
              MOVE "NOM-ADD" TO WS-AUDIT-OPER
           END-IF.
           CLOSE NOMINEEFILE.
           MOVE NMEMPID TO WS-AUDIT-EMPID.
           MOVE "NOMINEEFILE" TO WS-AUDIT-FILE.
           MOVE WS-NM-NEW(7:22) TO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           PERFORM SHOW-TOTALS-PARA.
           DISPLAY "ENTRY SAVED" LINE 12 COL 10.
           GO TO MAIN-EXIT.

       NOMINEE-DELETE-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM ACCEPT-EMP-PARA.
           IF WS-EMP-OK = "N"
              GO TO MAIN-EXIT.
           OPEN I-O NOMINEEFILE.
           IF FSNM = 35
              DISPLAY "NO NOMINEE FILE ON SYSTEM" LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE WS-NM-EMP TO NMEMPID.
           MOVE WS-NM-SEQ TO NMSEQ.
           READ NOMINEEFILE INVALID KEY
              DISPLAY "ENTRY NOT FOUND" LINE 12 COL 10
              CLOSE NOMINEEFILE
              GO TO MAIN-EXIT.
           DISPLAY NMNAME LINE 4 COL 1.
           DISPLAY NMRELN LINE 4 COL 30.
           DISPLAY "DELETE THIS ENTRY (Y/N) :" LINE 6 COL 1.
           ACCEPT WS-CONFIRM LINE 6 COL 30.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "NOT DELETED" LINE 12 COL 10
              CLOSE NOMINEEFILE
              GO TO MAIN-EXIT.
           MOVE NOMINEEREC TO WS-NM-OLD.
           DELETE NOMINEEFILE RECORD.
           MOVE NMEMPID TO WS-AUDIT-EMPID.
           MOVE "NOMINEEFILE" TO WS-AUDIT-FILE.
           MOVE "NOM-DELETE" TO WS-AUDIT-OPER.
           MOVE WS-NM-OLD(7:22) TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           PERFORM AUDIT-LOG-PARA.
           MOVE 0 TO WS-NM-SKIP.
           PERFORM SHARE-TOTAL-PARA THRU SHARE-TOTAL-EXIT.
           CLOSE NOMINEEFILE.
           PERFORM SHOW-TOTALS-PARA.
           DISPLAY "ENTRY DELETED" LINE 12 COL 10.
           GO TO MAIN-EXIT.

       NOMINEE-LIST-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "ENTER EMP CODE :" LINE 1 COL 1.
           ACCEPT WS-NM-EMP LINE 1 COL 40.
           OPEN INPUT EMPFILE.
           IF FSO = 35
              DISPLAY "EMPLOYEE FILE NOT ON SYSTEM" LINE 12 COL 10
              GO TO MAIN-EXIT.
           MOVE WS-NM-EMP TO EEMPID.
           READ EMPFILE INVALID KEY
              DISPLAY "EMPLOYEE CODE NOT FOUND" LINE 12 COL 10
              CLOSE EMPFILE
              GO TO MAIN-EXIT.
           CLOSE EMPFILE.
           DISPLAY EEMPNAME LINE 1 COL 50.
           DISPLAY "NO NAME" LINE 3 COL 1.
           DISPLAY "RELATION" LINE 3 COL 31.
           DISPLAY "BORN" LINE 3 COL 42.
           DISPLAY "PF%" LINE 3 COL 56.
           DISPLAY "GRAT%" LINE 3 COL 63.
           DISPLAY "DUES%" LINE 3 COL 70.
           MOVE 4 TO WS-LINE.
           MOVE "Y" TO WS-NM-SHOW.
           MOVE 0 TO WS-NM-SKIP.
           OPEN INPUT NOMINEEFILE.
           PERFORM SHARE-TOTAL-PARA THRU SHARE-TOTAL-EXIT.
           IF FSNM NOT = 35
              CLOSE NOMINEEFILE.
           MOVE "N" TO WS-NM-SHOW.
           IF WS-NM-ENTRIES = 0
              DISPLAY "NO DEPENDANTS OR NOMINEES ON FILE"
                 LINE 12 COL 10
              GO TO MAIN-EXIT.
           PERFORM SHOW-TOTALS-PARA.
           GO TO MAIN-EXIT.

       NOMINEE-GAPS-PARA.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "NOMINEE GAPS REPORT" LINE 3 COL 10.
           OPEN INPUT EMPFILE.
           IF FSO = 35
              DISPLAY "EMPLOYEE FILE NOT ON SYSTEM" LINE 12 COL 10
              GO TO MAIN-EXIT.
           OPEN INPUT NOMINEEFILE.
           MOVE FSNM TO WS-NM-FILE-ST.
           MOVE 0 TO WS-ACTIVE-COUNT WS-NONE-COUNT WS-PART-COUNT.
           MOVE 0 TO WS-NM-SKIP.
           OPEN OUTPUT NOMCHKFILE.
           MOVE "ACTIVE EMPLOYEES WITH NO NOMINEE OR INCOMPLETE SHARES"
              TO NOMCHK-LINE.
           WRITE NOMCHK-LINE.
           MOVE ALL "=" TO NOMCHK-LINE.
           WRITE NOMCHK-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPID  NAME                 BRANCH PROBLEM   "
              "    PF%    GR%  DUES%"
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO NOMCHK-LINE.
           WRITE NOMCHK-LINE.
           PERFORM NOMINEE-GAPS-READ UNTIL FSO = 10.
           MOVE ALL "=" TO NOMCHK-LINE.
           WRITE NOMCHK-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-CNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACTIVE EMPLOYEES CHECKED : " WS-CNT-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO NOMCHK-LINE.
           WRITE NOMCHK-LINE.
           MOVE WS-NONE-COUNT TO WS-CNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WITH NO NOMINEE          : " WS-CNT-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO NOMCHK-LINE.
           WRITE NOMCHK-LINE.
           MOVE WS-PART-COUNT TO WS-CNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WITH INCOMPLETE SHARES   : " WS-CNT-EDIT
              DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO NOMCHK-LINE.
           WRITE NOMCHK-LINE.
           CLOSE NOMCHKFILE.
           IF WS-NM-FILE-ST NOT = 35
              CLOSE NOMINEEFILE.
           CLOSE EMPFILE.
           DISPLAY "ACTIVE EMPLOYEES CHECKED :" LINE 10 COL 1.
           DISPLAY WS-ACTIVE-COUNT LINE 10 COL 30.
           DISPLAY "WITH NO NOMINEE          :" LINE 11 COL 1.
           DISPLAY WS-NONE-COUNT LINE 11 COL 30.
           DISPLAY "WITH INCOMPLETE SHARES   :" LINE 12 COL 1.
           DISPLAY WS-PART-COUNT LINE 12 COL 30.
           DISPLAY "REPORT IN NOMCHK.TXT" LINE 14 COL 1.
           GO TO MAIN-EXIT.

       NOMINEE-GAPS-READ.
           READ EMPFILE NEXT RECORD
              AT END MOVE 10 TO FSO
              NOT AT END
                 IF ESTATUS NOT = "SEPARATED"
                    PERFORM NOMINEE-GAPS-CHECK
                 END-IF
           END-READ.
       NOMINEE-GAPS-CHECK.
           ADD 1 TO WS-ACTIVE-COUNT.
           MOVE EEMPID TO WS-NM-EMP.
           MOVE WS-NM-FILE-ST TO FSNM.
           PERFORM SHARE-TOTAL-PARA THRU SHARE-TOTAL-EXIT.
           MOVE SPACES TO WS-PROBLEM.
           IF WS-NM-COUNT = 0
              MOVE "NO NOMINEE" TO WS-PROBLEM
              ADD 1 TO WS-NONE-COUNT
           ELSE
              IF WS-TOT-PF NOT = 100 OR WS-TOT-GR NOT = 100
                 OR WS-TOT-DUE NOT = 100
                 MOVE "INCOMPLETE" TO WS-PROBLEM
                 ADD 1 TO WS-PART-COUNT
              END-IF
           END-IF.
           IF WS-PROBLEM NOT = SPACES
              MOVE WS-TOT-PF TO WS-PCT-EDIT
              MOVE WS-TOT-GR TO WS-PCT2-EDIT
              MOVE WS-TOT-DUE TO WS-PCT3-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING EEMPID " " EEMPNAME(1:20) " " EBRNID " "
                 WS-PROBLEM " " WS-PCT-EDIT " " WS-PCT2-EDIT " "
                 WS-PCT3-EDIT
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              MOVE WS-PRINT-LINE TO NOMCHK-LINE
              WRITE NOMCHK-LINE.

       ACCEPT-EMP-PARA.
           MOVE "N" TO WS-EMP-OK.
           DISPLAY "ENTER EMP CODE :" LINE 1 COL 1.
           ACCEPT WS-NM-EMP LINE 1 COL 40.
           DISPLAY "ENTER ENTRY NUMBER (01-99) :" LINE 2 COL 1.
           ACCEPT WS-NM-SEQ LINE 2 COL 40.
           IF WS-NM-SEQ = 0
              DISPLAY "INVALID ENTRY NUMBER" LINE 12 COL 10
              GO TO ACCEPT-EMP-X.
           OPEN INPUT EMPFILE.
           IF FSO = 35
              DISPLAY "EMPLOYEE FILE NOT ON SYSTEM" LINE 12 COL 10
              GO TO ACCEPT-EMP-X.
           MOVE WS-NM-EMP TO EEMPID.
           READ EMPFILE INVALID KEY
              DISPLAY "EMPLOYEE CODE NOT FOUND" LINE 12 COL 10
           NOT INVALID KEY
              MOVE "Y" TO WS-EMP-OK
              DISPLAY EEMPNAME LINE 1 COL 50
           END-READ.
           CLOSE EMPFILE.
       ACCEPT-EMP-X.
           CONTINUE.

       SHARE-TOTAL-PARA.
           MOVE 0 TO WS-TOT-PF WS-TOT-GR WS-TOT-DUE.
           MOVE 0 TO WS-NM-COUNT WS-NM-ENTRIES.
           IF FSNM = 35
              GO TO SHARE-TOTAL-EXIT.
           MOVE WS-NM-EMP TO NMEMPID.
           MOVE 0 TO NMSEQ.
           START NOMINEEFILE KEY IS NOT LESS THAN NMKEY INVALID KEY
              MOVE 10 TO FSNM
           END-START.
           PERFORM SHARE-TOTAL-READ UNTIL FSNM = 10.
       SHARE-TOTAL-EXIT.
           CONTINUE.
       SHARE-TOTAL-READ.
           READ NOMINEEFILE NEXT RECORD
              AT END MOVE 10 TO FSNM
              NOT AT END
                 IF NMEMPID NOT = WS-NM-EMP
                    MOVE 10 TO FSNM
                 ELSE
                    IF NMSEQ NOT = WS-NM-SKIP
                       PERFORM SHARE-TOTAL-ADD
                    END-IF
                 END-IF
           END-READ.
       SHARE-TOTAL-ADD.
           ADD 1 TO WS-NM-ENTRIES.
           ADD NMPFPCT TO WS-TOT-PF.
           ADD NMGRPCT TO WS-TOT-GR.
           ADD NMDUEPCT TO WS-TOT-DUE.
           IF NMPFPCT > 0 OR NMGRPCT > 0 OR NMDUEPCT > 0
              ADD 1 TO WS-NM-COUNT.
           IF WS-NM-SHOW = "Y" AND WS-LINE < 16
              DISPLAY NMSEQ LINE WS-LINE COL 1
              DISPLAY NMNAME LINE WS-LINE COL 4
              DISPLAY NMRELN LINE WS-LINE COL 31
              DISPLAY NMDOB LINE WS-LINE COL 42
              MOVE NMPFPCT TO WS-PCT-EDIT
              DISPLAY WS-PCT-EDIT LINE WS-LINE COL 53
              MOVE NMGRPCT TO WS-PCT-EDIT
              DISPLAY WS-PCT-EDIT LINE WS-LINE COL 60
              MOVE NMDUEPCT TO WS-PCT-EDIT
              DISPLAY WS-PCT-EDIT LINE WS-LINE COL 67
              ADD 1 TO WS-LINE.

       SHOW-TOTALS-PARA.
           DISPLAY "SHARE TOTALS    PF :" LINE 16 COL 1.
           MOVE WS-TOT-PF TO WS-PCT-EDIT.
           DISPLAY WS-PCT-EDIT LINE 16 COL 22.
           DISPLAY "GRATUITY :" LINE 16 COL 30.
           MOVE WS-TOT-GR TO WS-PCT-EDIT.
           DISPLAY WS-PCT-EDIT LINE 16 COL 41.
           DISPLAY "DUES :" LINE 16 COL 50.
           MOVE WS-TOT-DUE TO WS-PCT-EDIT.
           DISPLAY WS-PCT-EDIT LINE 16 COL 57.
           IF WS-TOT-PF = 100 AND WS-TOT-GR = 100 AND WS-TOT-DUE = 100
              DISPLAY "NOMINATIONS COMPLETE" LINE 17 COL 1
           ELSE
              DISPLAY "EACH BENEFIT MUST TOTAL 100 % - INCOMPLETE"
                 LINE 17 COL 1
           END-IF.

       AUDIT-LOG-PARA.
           OPEN I-O AUDITFILE.
           IF FSA = 35
              OPEN OUTPUT AUDITFILE
              CLOSE AUDITFILE
              OPEN I-O AUDITFILE
           END-IF.
           MOVE 0 TO WS-AUDIT-SEQ.
           MOVE HIGH-VALUES TO AAUDID.
           START AUDITFILE KEY IS LESS THAN AAUDID
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ AUDITFILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END MOVE AAUDID(2:5) TO WS-AUDIT-SEQ
                 END-READ
           END-START.
           ADD 1 TO WS-AUDIT-SEQ.
           MOVE WS-AUDIT-SEQ TO WS-AUDIT-SEQ-X.
           STRING "A" WS-AUDIT-SEQ-X DELIMITED BY SIZE INTO AAUDID.
           MOVE WS-AUDIT-EMPID   TO AEMPID.
           MOVE WS-AUDIT-FILE    TO AFILE.
           MOVE WS-AUDIT-OPER    TO AOPER.
           MOVE WS-AUDIT-BEFORE  TO ABEFORE.
           MOVE WS-AUDIT-AFTER   TO AAFTER.
           MOVE WS-SIGNON-OPID   TO AOPERID.
           MOVE SPACES           TO AMAKERID.
           ACCEPT AADATE FROM DATE YYYYMMDD.
           WRITE AUDITREC INVALID KEY
              DISPLAY "AUDIT LOG WRITE FAILED" LINE 24 COL 1.
           CLOSE AUDITFILE.

       END PROGRAM NOMINEE.
       END PROGRAM EMPWRITE.
       END PROGRAM EMPREAD.
       END PROGRAM MAINHRMS.
