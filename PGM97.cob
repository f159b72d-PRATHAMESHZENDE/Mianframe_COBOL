      *INTO JOURNAL RECORDS IN THE SAME GLJRNL FORMAT AND PROOF
      *DISCIPLINE AS THE BANKING SIDE'S PGM84 EXTRACT : SALARY
      *EXPENSE DEBITED BY DEPARTMENT (THE DEPARTMENT RIDES IN THE
      *JOURNAL'S BRANCH COLUMNS), TAX-WITHHELD LIABILITY, VOLUNTARY
      *DEDUCTIONS PAYABLE AND NET-PAY CLEARING CREDITED IN TOTAL .
      *THE PROOF PAGE SHOWS JOURNAL DEBITS EQUAL JOURNAL CREDITS AND
      *BOTH TIE TO THE RUN'S GROSS, TAX, DEDUCTIONS AND NET TOTALS,
      *OR THE STEP ENDS NON-ZERO AND THE FILE IS HELD -- SO THE WHOLE
      *SHOP'S POSTINGS ARRIVE IN THE LEDGER ONE WAY
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
            05 NP-BANK-ACCT    PIC X(10).
            05 NP-PAY-METHOD   PIC X(1).
            05 NP-PRENOTE      PIC X(1).
            05 NP-DEDUCT       PIC 9(6)V99.
            05 FILLER          PIC X(19).
      *
       FD JOURNAL-FILE.
      *     MUST STAY IN SYNC WITH PGM84.COB'S JOURNAL-REC LAYOUT --
           05 WS-NP-READ-CNT     PIC 9(7) VALUE ZERO.
           05 WS-GROSS-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 WS-TAX-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 WS-DED-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 WS-NET-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05 WS-JRNL-WRITE-CNT  PIC 9(7) VALUE ZERO.
           05 WS-JRNL-DR-TOTAL   PIC 9(13)V99 VALUE ZERO.
            ADD NP-GROSS TO WS-DEPT-GROSS
            ADD NP-GROSS TO WS-GROSS-TOTAL
            ADD NP-TAX TO WS-TAX-TOTAL
            ADD NP-DEDUCT TO WS-DED-TOTAL
            ADD NP-NET TO WS-NET-TOTAL
            PERFORM 200-READ-NETPAY
            .
      *
       600-WRITE-LIABILITY-SIDE.
      *
      *writes the credit side : the tax-withheld liability, the
      *voluntary deductions owed on to the pension fund, insurer or
      *loan ledger, and the net-pay clearing the deposit file and
      *cheques draw down
      *
            MOVE SPACES TO JOURNAL-REC
            MOVE PRM-PAY-DATE TO JR-RUN-DATE
            PERFORM 450-WRITE-ONE-JOURNAL-REC
            MOVE SPACES TO JOURNAL-REC
            MOVE PRM-PAY-DATE TO JR-RUN-DATE
            MOVE "DEDUCTIONS PAYBL" TO JR-GL-ACCOUNT
            MOVE ZERO TO JR-DR-AMOUNT
            MOVE WS-DED-TOTAL TO JR-CR-AMOUNT
            PERFORM 450-WRITE-ONE-JOURNAL-REC
            MOVE SPACES TO JOURNAL-REC
            MOVE PRM-PAY-DATE TO JR-RUN-DATE
            MOVE "NET PAY CLEARING" TO JR-GL-ACCOUNT
            MOVE ZERO TO JR-DR-AMOUNT
            MOVE WS-NET-TOTAL TO JR-CR-AMOUNT
       800-PROVE-AND-REPORT.
      *
      *the proof page : journal debits equal journal credits, and
      *both tie to the run's gross (= tax + deductions + net by
      *construction in pgm48) . a miss ends non-zero and the file is
      *held
      *
            MOVE "PGM97 PAYROLL-TO-GL PROOF PAGE" TO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "EMPLOYEES READ .........: " WS-NP-READ-CNT
            DISPLAY "GROSS TOTAL ............: " WS-GROSS-TOTAL
            DISPLAY "TAX TOTAL ..............: " WS-TAX-TOTAL
            DISPLAY "DEDUCTIONS TOTAL .......: " WS-DED-TOTAL
            DISPLAY "NET TOTAL ..............: " WS-NET-TOTAL
            DISPLAY "JOURNAL DEBITS .........: " WS-JRNL-DR-TOTAL
            DISPLAY "JOURNAL CREDITS ........: " WS-JRNL-CR-TOTAL
