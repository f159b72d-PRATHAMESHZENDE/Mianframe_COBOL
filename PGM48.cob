      *COMPUTE NET PAY . ALSO CARRIES THE ORIGINAL CONTINUE-VS-
      *NEXT-SENTENCE SCOPE DEMONSTRATION AS A RAISE-REVIEW DECISION,
      *NOW WITH EVERY DECISION LOGGED TO SALARY-AUDIT-LOG INSTEAD OF
      *ONLY A CONSOLE DISPLAY . THE YEAR-TO-DATE MASTER CARRIES
      *EACH EMPLOYEE'S LAST NAME AND DEPARTMENT ON THE ROSTER SO THE
      *YEAR-END TAX CERTIFICATE RUN (PGM113) CAN STILL NAME LEAVERS .
      *HOURLY EMPLOYEES ARE PAID FROM THE PERIOD'S TIMECARDS --
      *REGULAR HOURS AT THE HOURLY RATE PLUS OVERTIME HOURS AT THE
      *PAYPARM MULTIPLIER -- AND EVERY TIMECARD PROBLEM (OVER THE
      *HOURS CEILING, NO CARD FOR AN HOURLY EMPLOYEE, A CARD FOR A
      *SALARIED OR UNKNOWN ONE) GOES TO THE TIMECARD EXCEPTIONS
      *REPORT . AN HOURLY EMPLOYEE WHOSE CARD FAILS IS NOT PAID THIS
      *RUN UNTIL THE CARD IS PUT RIGHT . VOLUNTARY DEDUCTIONS
      *(PENSION, HEALTH, STAFF LOANS ...) ARE TAKEN AFTER TAX FROM
      *THE DEDUCTION MASTER, ROLLED OLD-TO-NEW LIKE THE YTD MASTER,
      *NEVER TAKING NET PAY BELOW THE PAYPARM FLOOR -- WHAT CANNOT BE
      *TAKEN IS DEFERRED TO THE NEXT PERIOD . THE REGISTER LISTS EACH
      *DEDUCTION UNDER ITS EMPLOYEE AND THE REMITTANCE REPORT TOTALS
      *EACH DEDUCTION CODE FOR PAYMENT TO THE FUND OR INSURER
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           SELECT NETPAY-FILE ASSIGN TO "NETPAY"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT TIMECARD-FILE ASSIGN TO "TIMECARD"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PAY-PARM-FILE ASSIGN TO "PAYPARM"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT TIMECARD-EXCEPTIONS ASSIGN TO "TCEXCPT"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DEDUCTION-OLD-MASTER ASSIGN TO "DEDOLD"
            FILE STATUS IS WS-STATUS10
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT DEDUCTION-NEW-MASTER ASSIGN TO "DEDNEW"
            FILE STATUS IS WS-STATUS11
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REMITTANCE-FILE ASSIGN TO "DEDRMT"
            FILE STATUS IS WS-STATUS12
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *        "P" = BANK DETAILS NEWLY ADDED : THE DEPOSIT FILE
      *        CARRIES A ZERO-AMOUNT PRENOTE THIS CYCLE AND THE PAY
      *        STILL GOES BY CHEQUE UNTIL THE PRENOTE CLEARS
            05 EMP-PAY-TYPE       PIC X(1).
      *        "H" = HOURLY, PAID FROM THE PERIOD'S TIMECARD AT
      *        EMP-HOURLY-RATE ; ANYTHING ELSE = SALARIED, PAID
      *        EMP-SAL
               88 EMP-HOURLY          VALUE "H".
            05 EMP-HOURLY-RATE-X  PIC X(5).
            05 EMP-HOURLY-RATE REDEFINES EMP-HOURLY-RATE-X
                                  PIC 9(3)V99.
      *
       FD SALARY-AUDIT-LOG.
      *     ONE RECORD PER CONTINUE/NEXT SENTENCE DECISION IN THE
            05 YO-GROSS        PIC 9(9)V99.
            05 YO-TAX          PIC 9(9)V99.
            05 YO-NET          PIC 9(9)V99.
      *        NAME AND DEPARTMENT AS LAST SEEN ON THE ROSTER, KEPT
      *        HERE SO AN EMPLOYEE WHO LEAVES MID-YEAR IS STILL NAMED
      *        ON THE YEAR-END CERTIFICATE
            05 YO-EMP-NAME     PIC X(20).
            05 YO-DEPT         PIC X(3).
            05 FILLER          PIC X(19).
      *
       FD YTD-NEW-MASTER.
      *     THIS RUN'S YEAR-TO-DATE MASTER : PRIOR YTD PLUS THIS
            05 YN-GROSS        PIC 9(9)V99.
            05 YN-TAX          PIC 9(9)V99.
            05 YN-NET          PIC 9(9)V99.
            05 YN-EMP-NAME     PIC X(20).
            05 YN-DEPT         PIC X(3).
            05 FILLER          PIC X(19).
      *
       FD NETPAY-FILE.
      *     THE MACHINE-READABLE SIDE OF THE REGISTER : ONE RECORD
            05 NP-BANK-ACCT    PIC X(10).
            05 NP-PAY-METHOD   PIC X(1).
            05 NP-PRENOTE      PIC X(1).
      *        TOTAL VOLUNTARY DEDUCTIONS TAKEN THIS RUN, SO GROSS =
      *        TAX + DEDUCTIONS + NET STILL PROVES DOWNSTREAM
            05 NP-DEDUCT       PIC 9(6)V99.
            05 FILLER          PIC X(19).
      *
       FD TIMECARD-FILE.
      *     THE PAY PERIOD'S TIMECARDS, ONE PER HOURLY EMPLOYEE, IN
      *     NO PARTICULAR ORDER . SHIFT CODE "D" DAY, "E" EVENING,
      *     "N" NIGHT
       01 TIMECARD-REC.
           05 TC-EMP-ID       PIC X(5).
            05 TC-REG-HOURS-X  PIC X(5).
            05 TC-OT-HOURS-X   PIC X(5).
            05 TC-SHIFT        PIC X(1).
            05 FILLER          PIC X(64).
      *
       FD PAY-PARM-FILE.
      *     ONE OPTIONAL RECORD : THE OVERTIME MULTIPLIER (9V99),
      *     THE MOST HOURS, REGULAR PLUS OVERTIME, ONE TIMECARD MAY
      *     CLAIM IN A PAY PERIOD (9(3)V99), THE PAY DATE DEDUCTION
      *     START AND STOP DATES ARE TESTED AGAINST (CCYYMMDD) AND THE
      *     LOWEST NET PAY VOLUNTARY DEDUCTIONS MAY LEAVE (9(5)V99) .
      *     ABSENT OR BLANK MEANS TIME AND A HALF, 80 HOURS, TODAY'S
      *     DATE AND NO FLOOR
       01 PAY-PARM-REC.
           05 PP-OT-MULT-X    PIC X(3).
            05 PP-OT-MULT REDEFINES PP-OT-MULT-X PIC 9V99.
            05 PP-MAX-HOURS-X  PIC X(5).
            05 PP-MAX-HOURS REDEFINES PP-MAX-HOURS-X PIC 9(3)V99.
            05 PP-PAY-DATE-X   PIC X(8).
            05 PP-PAY-DATE REDEFINES PP-PAY-DATE-X PIC 9(8).
            05 PP-NET-FLOOR-X  PIC X(7).
            05 PP-NET-FLOOR REDEFINES PP-NET-FLOOR-X PIC 9(5)V99.
            05 FILLER          PIC X(57).
      *
       FD TIMECARD-EXCEPTIONS.
      *     ONE LINE PER TIMECARD PROBLEM FOUND THIS RUN, FOR THE
      *     PAYROLL CLERK TO PUT RIGHT BEFORE THE HELD PAY IS RUN
       01 TC-EXCEPTION-LINE PIC X(80).
      *
       FD DEDUCTION-OLD-MASTER.
      *     THE PRIOR RUN'S VOLUNTARY DEDUCTION MASTER : ONE ROW PER
      *     EMPLOYEE PER DEDUCTION, TAKEN IN THE ORDER THE ROWS STAND
      *     WHEN NET PAY WILL NOT COVER THEM ALL . ABSENT UNTIL THE
      *     FIRST DEDUCTION IS SET UP
       01 DEDUCTION-OLD-REC.
           05 DO-EMP-ID       PIC X(5).
            05 DO-CODE         PIC X(4).
      *        "A" = A FIXED AMOUNT EACH PERIOD (DO-AMOUNT), "P" = A
      *        PERCENTAGE OF THE PERIOD'S GROSS (DO-PCT)
            05 DO-METHOD       PIC X(1).
            05 DO-AMOUNT-X     PIC X(7).
            05 DO-AMOUNT REDEFINES DO-AMOUNT-X PIC 9(5)V99.
            05 DO-PCT-X        PIC X(4).
            05 DO-PCT REDEFINES DO-PCT-X PIC 9(2)V99.
      *        FIRST AND LAST PAY DATES THE DEDUCTION RUNS FOR, BLANK
      *        OR ZERO FOR NO LIMIT THAT SIDE
            05 DO-START-DATE-X PIC X(8).
            05 DO-START-DATE REDEFINES DO-START-DATE-X PIC 9(8).
            05 DO-STOP-DATE-X  PIC X(8).
            05 DO-STOP-DATE REDEFINES DO-STOP-DATE-X PIC 9(8).
      *        "L" = A STAFF LOAN : TAKEN ONLY WHILE DO-LOAN-BAL IS
      *        ABOVE ZERO AND NEVER MORE THAN WHAT REMAINS
            05 DO-LOAN-FLAG    PIC X(1).
            05 DO-LOAN-BAL-X   PIC X(9).
            05 DO-LOAN-BAL REDEFINES DO-LOAN-BAL-X PIC 9(7)V99.
      *        SHORTFALL FROM EARLIER PERIODS, TAKEN ON TOP OF THE
      *        NEXT PERIOD'S AMOUNT
            05 DO-DEFERRED-X   PIC X(8).
            05 DO-DEFERRED REDEFINES DO-DEFERRED-X PIC 9(6)V99.
            05 FILLER          PIC X(25).
      *
       FD DEDUCTION-NEW-MASTER.
      *     THIS RUN'S DEDUCTION MASTER : LOAN BALANCES AND DEFERRED
      *     SHORTFALLS AFTER THIS RUN, EVERY ROW CARRIED FORWARD .
      *     SAME LAYOUT AS DEDUCTION-OLD
       01 DEDUCTION-NEW-REC.
           05 DN-EMP-ID       PIC X(5).
            05 DN-CODE         PIC X(4).
            05 DN-METHOD       PIC X(1).
            05 DN-AMOUNT       PIC 9(5)V99.
            05 DN-PCT          PIC 9(2)V99.
            05 DN-START-DATE   PIC 9(8).
            05 DN-STOP-DATE    PIC 9(8).
            05 DN-LOAN-FLAG    PIC X(1).
            05 DN-LOAN-BAL     PIC 9(7)V99.
            05 DN-DEFERRED     PIC 9(6)V99.
            05 FILLER          PIC X(25).
      *
       FD REMITTANCE-FILE.
      *     THE DEDUCTION REMITTANCE REPORT : ONE LINE PER DEDUCTION
      *     CODE WITH WHAT WAS TAKEN THIS RUN FOR PAYMENT TO THE
      *     PENSION FUND, INSURER OR LOAN LEDGER
       01 REMITTANCE-LINE   PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-STATUS1         PIC 99.
       01 WS-STATUS4         PIC 99.
       01 WS-STATUS5         PIC 99.
       01 WS-STATUS6         PIC 99.
       01 WS-STATUS7         PIC 99.
       01 WS-STATUS8         PIC 99.
       01 WS-STATUS9         PIC 99.
       01 WS-STATUS10        PIC 99.
       01 WS-STATUS11        PIC 99.
       01 WS-STATUS12        PIC 99.
       01 WS-ABEND-WHERE     PIC X(30) VALUE SPACES.
       01 WS-EMP-COUNT       PIC 9(5) VALUE ZERO.
      *
               10 WS-TAX-LOW      PIC 9(6).
               10 WS-TAX-HIGH     PIC 9(6).
               10 WS-TAX-RATE     PIC V999.
       01 EMP-GROSS-PAY      PIC 9(6)V99.
       01 EMP-TAX-BASE       PIC 9(6).
       01 EMP-TAX            PIC 9(6)V99.
       01 EMP-NET-PAY        PIC 9(6)V99.
       01 EMP-DEDUCT-TOTAL   PIC 9(6)V99.
       01 WS-BRACKET-FOUND   PIC X(1) VALUE "N".
           88 BRACKET-FOUND      VALUE "Y".
           88 BRACKET-NOT-FOUND  VALUE "N".
      *
      *HOURLY PAY : THE OVERTIME MULTIPLIER AND HOURS CEILING FROM
      *PAYPARM, AND THE PERIOD'S TIMECARDS LOADED ONCE SO EACH CAN BE
      *MATCHED WHATEVER ORDER THE ROSTER ARRIVES IN . A CARD NEVER
      *MATCHED TO AN EMPLOYEE ON THE ROSTER IS REPORTED AT THE END .
      *MORE THAN 500 TIMECARDS IS FATAL
       01 WS-OT-MULTIPLIER    PIC 9V99 VALUE 1.50.
       01 WS-MAX-HOURS        PIC 9(3)V99 VALUE 80.00.
       01 WS-TC-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-TC-TABLE.
           05 WS-TC-ENTRY OCCURS 500 TIMES
                   INDEXED BY TC-IDX.
               10 WS-TC-EMP-ID    PIC X(5).
               10 WS-TC-REG-X     PIC X(5).
               10 WS-TC-REG REDEFINES WS-TC-REG-X
                                  PIC 9(3)V99.
               10 WS-TC-OT-X      PIC X(5).
               10 WS-TC-OT REDEFINES WS-TC-OT-X
                                  PIC 9(3)V99.
               10 WS-TC-SHIFT     PIC X(1).
               10 WS-TC-USED      PIC X(1).
       01 WS-TC-MATCH-CNT     PIC 9(4) VALUE ZERO.
       01 WS-TC-MATCH-SUB     PIC 9(4) VALUE ZERO.
       01 WS-REG-HOURS        PIC 9(3)V99 VALUE ZERO.
       01 WS-OT-HOURS         PIC 9(3)V99 VALUE ZERO.
       01 WS-TOTAL-HOURS      PIC 9(4)V99 VALUE ZERO.
       01 WS-TC-REASON        PIC X(34) VALUE SPACES.
       01 WS-TC-EXCEPTION-CNT PIC 9(5) VALUE ZERO.
       01 WS-PAY-HELD-FLAG    PIC X(1) VALUE "N".
           88 PAY-HELD            VALUE "Y".
           88 PAY-NOT-HELD        VALUE "N".
      *
      *VOLUNTARY DEDUCTIONS : THE PAY DATE AND NET-PAY FLOOR FROM
      *PAYPARM, THE DEDUCTION MASTER LOADED ONCE SO EACH EMPLOYEE'S
      *ROWS CAN BE FOUND WHATEVER ORDER THE ROSTER ARRIVES IN, AND
      *THE PER-CODE REMITTANCE TOTALS . MORE THAN 1000 DEDUCTION
      *ROWS OR 50 DEDUCTION CODES IS FATAL
       01 WS-PAY-DATE         PIC 9(8) VALUE ZERO.
       01 WS-NET-FLOOR        PIC 9(5)V99 VALUE ZERO.
       01 WS-DED-ROOM         PIC 9(6)V99 VALUE ZERO.
       01 WS-DED-PERIODIC     PIC 9(6)V99 VALUE ZERO.
       01 WS-DD-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-DD-TABLE.
           05 WS-DD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY DD-IDX.
               10 WS-DD-EMP-ID    PIC X(5).
               10 WS-DD-CODE      PIC X(4).
               10 WS-DD-METHOD    PIC X(1).
               10 WS-DD-AMOUNT    PIC 9(5)V99.
               10 WS-DD-PCT       PIC 9(2)V99.
               10 WS-DD-START     PIC 9(8).
               10 WS-DD-STOP      PIC 9(8).
               10 WS-DD-LOAN-FLAG PIC X(1).
               10 WS-DD-LOAN-BAL  PIC 9(7)V99.
               10 WS-DD-DEFERRED  PIC 9(6)V99.
               10 WS-DD-DUE-NOW   PIC 9(6)V99.
               10 WS-DD-TAKEN-NOW PIC 9(6)V99.
       01 WS-RM-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-RM-TABLE.
           05 WS-RM-ENTRY OCCURS 50 TIMES
                   INDEXED BY RM-IDX.
               10 WS-RM-CODE      PIC X(4).
               10 WS-RM-EMP-CNT   PIC 9(5).
               10 WS-RM-TAKEN     PIC 9(9)V99.
               10 WS-RM-DEFERRED  PIC 9(9)V99.
       01 WS-RM-FOUND-FLAG    PIC X(1) VALUE "N".
           88 RM-CODE-FOUND       VALUE "Y".
           88 RM-CODE-NOT-FOUND   VALUE "N".
       01 WS-RM-TAKEN-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-RM-DEFER-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-DD-WRITE-CNT     PIC 9(5) VALUE ZERO.
      *
      *CONTINUE-VS-NEXT-SENTENCE RAISE-REVIEW DEMONSTRATION . AN
      *EMPLOYEE ALREADY AT THE REVIEW SALARY GETS NO RAISE, EVERYONE
      *ELSE GETS THE STANDARD RAISE (SEE 600/610/620 BELOW)
           05 WS-DEPT-EMP-CNT   PIC 9(5) VALUE ZERO.
            05 WS-DEPT-GROSS     PIC 9(8)V99 VALUE ZERO.
            05 WS-DEPT-TAX       PIC 9(8)V99 VALUE ZERO.
            05 WS-DEPT-DED       PIC 9(8)V99 VALUE ZERO.
            05 WS-DEPT-NET       PIC 9(8)V99 VALUE ZERO.
       01 WS-COMPANY-TOTALS.
           05 WS-COMP-EMP-CNT   PIC 9(5) VALUE ZERO.
            05 WS-COMP-GROSS     PIC 9(9)V99 VALUE ZERO.
            05 WS-COMP-TAX       PIC 9(9)V99 VALUE ZERO.
            05 WS-COMP-DED       PIC 9(9)V99 VALUE ZERO.
            05 WS-COMP-NET       PIC 9(9)V99 VALUE ZERO.
      *
      *YEAR-TO-DATE MASTER TABLE . THE PRIOR YTD FILE LOADS HERE SO
               10 WS-YTD-GROSS    PIC 9(9)V99.
               10 WS-YTD-TAX      PIC 9(9)V99.
               10 WS-YTD-NET      PIC 9(9)V99.
               10 WS-YTD-NAME     PIC X(20).
               10 WS-YTD-DEPT     PIC X(3).
       01 WS-YTD-FOUND-FLAG   PIC X(1) VALUE "N".
           88 YTD-EMP-FOUND       VALUE "Y".
           88 YTD-EMP-NOT-FOUND   VALUE "N".
            05 RH2-PAGE-NO     PIC ZZZZ9.
      *
       01 WS-REG-HEADING-3.
           05 FILLER          PIC X(6)  VALUE "EMPID".
            05 FILLER          PIC X(21) VALUE "NAME".
            05 FILLER          PIC X(5)  VALUE "DEPT".
            05 FILLER          PIC X(7)  VALUE "REG HR".
            05 FILLER          PIC X(7)  VALUE "OT HR".
            05 FILLER          PIC X(10) VALUE "GROSS".
            05 FILLER          PIC X(10) VALUE "TAX".
            05 FILLER          PIC X(10) VALUE "NET".
      *
      *     THE HOURS COLUMNS ARE LEFT BLANK FOR A SALARIED EMPLOYEE
       01 WS-REG-DETAIL-LINE.
           05 RDL-EMP-ID      PIC X(5).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RDL-NAME        PIC X(20).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RDL-DEPT        PIC X(3).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RDL-REG-HOURS   PIC ZZ9.99.
            05 RDL-REG-HOURS-X REDEFINES RDL-REG-HOURS PIC X(6).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RDL-OT-HOURS    PIC ZZ9.99.
            05 RDL-OT-HOURS-X REDEFINES RDL-OT-HOURS PIC X(6).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RDL-GROSS       PIC ZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RDL-TAX         PIC ZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 RDL-NET         PIC ZZZZZ9.99.
      *
      *     ONE LINE UNDER THE EMPLOYEE FOR EACH DEDUCTION DUE THIS
      *     RUN : WHAT WAS DUE, WHAT WAS TAKEN AND WHAT IS CARRIED TO
      *     THE NEXT PERIOD . NET ON THE EMPLOYEE'S LINE IS AFTER THEM
       01 WS-REG-DEDUCTION-LINE.
           05 FILLER          PIC X(6)  VALUE SPACES.
            05 FILLER          PIC X(10) VALUE "DEDUCTION ".
            05 RDD-CODE        PIC X(4).
            05 FILLER          PIC X(7)  VALUE "  DUE ".
            05 RDD-DUE         PIC ZZZZZ9.99.
            05 FILLER          PIC X(8)  VALUE "  TAKEN ".
            05 RDD-TAKEN       PIC ZZZZZ9.99.
            05 FILLER          PIC X(11) VALUE "  DEFERRED ".
            05 RDD-DEFERRED    PIC ZZZZZ9.99.
            05 FILLER          PIC X(7)  VALUE SPACES.
      *
       01 WS-DEPT-TOTAL-LINE.
           05 FILLER          PIC X(11) VALUE "DEPT TOTAL ".
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DTL-TAX         PIC ZZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DTL-DED         PIC ZZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DTL-NET         PIC ZZZZZZZ9.99.
      *
       01 WS-COMP-TOTAL-LINE.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 CTL-TAX         PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 CTL-DED         PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 CTL-NET         PIC ZZZZZZZZ9.99.
      *
      *TIMECARD EXCEPTIONS REPORT LINES
       01 WS-TCX-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM48 TIMECARD EXCEPTIONS".
      *
       01 WS-TCX-HEADING-2.
           05 FILLER          PIC X(6)  VALUE "EMPID".
            05 FILLER          PIC X(36) VALUE "EXCEPTION".
            05 FILLER          PIC X(7)  VALUE "REG HR".
            05 FILLER          PIC X(7)  VALUE "OT HR".
            05 FILLER          PIC X(6)  VALUE "SHIFT".
      *
       01 WS-TCX-DETAIL-LINE.
           05 TXL-EMP-ID      PIC X(5).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TXL-REASON      PIC X(34).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 TXL-REG-HOURS   PIC X(6).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TXL-OT-HOURS    PIC X(6).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 TXL-SHIFT       PIC X(1).
            05 FILLER          PIC X(23) VALUE SPACES.
      *
       01 WS-TCX-TOTAL-LINE.
           05 FILLER          PIC X(22)
                VALUE "TIMECARD EXCEPTIONS : ".
            05 TXT-CNT         PIC ZZZZ9.
            05 FILLER          PIC X(53) VALUE SPACES.
      *
      *DEDUCTION REMITTANCE REPORT LINES
       01 WS-RMT-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(31)
                VALUE "PGM48 DEDUCTION REMITTANCE".
            05 FILLER          PIC X(9)  VALUE "PAY DATE ".
            05 RMH-PAY-DATE    PIC 9(8).
      *
       01 WS-RMT-HEADING-2.
           05 FILLER          PIC X(8)  VALUE "CODE".
            05 FILLER          PIC X(12) VALUE "EMPLOYEES".
            05 FILLER          PIC X(18) VALUE "   TO REMIT".
            05 FILLER          PIC X(18) VALUE "   DEFERRED".
      *
       01 WS-RMT-DETAIL-LINE.
           05 RML-CODE        PIC X(4).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 RML-EMP-CNT     PIC ZZZZ9.
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 RML-TAKEN       PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 RML-DEFERRED    PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER          PIC X(31) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            PERFORM 300-PROCESS-EMPLOYEE-RTN
                UNTIL EMP-ID = HIGH-VALUES
            PERFORM 460-PRINT-FINAL-TOTALS
            PERFORM 480-REPORT-UNMATCHED-CARDS
            PERFORM 470-WRITE-YTD-MASTER
            PERFORM 700-WRITE-DEDUCTION-MASTER
            PERFORM 750-PRINT-REMITTANCE
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
                MOVE "OPEN NETPAY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT TIMECARD-EXCEPTIONS
            IF WS-STATUS9 NOT = 00
                MOVE "OPEN TIMECARD-EXCEPTIONS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            WRITE TC-EXCEPTION-LINE FROM WS-TCX-HEADING-1
            WRITE TC-EXCEPTION-LINE FROM WS-TCX-HEADING-2
            MOVE SPACES TO TC-EXCEPTION-LINE
            WRITE TC-EXCEPTION-LINE
            PERFORM 1100-BUILD-TAX-TABLE
            PERFORM 1200-LOAD-YTD-MASTER
            PERFORM 1300-READ-PAY-PARM
            PERFORM 1400-LOAD-TIMECARDS
            PERFORM 1500-LOAD-DEDUCTIONS
            .
      *
       1300-READ-PAY-PARM.
      *
      *reads the optional pay-parameter card . an absent card, or a
      *blank field on it, leaves the time-and-a-half and 80-hour
      *defaults in place ; a field that is present but not numeric
      *is fatal rather than guessed at
      *
            OPEN INPUT PAY-PARM-FILE
            IF WS-STATUS8 NOT = 00 AND WS-STATUS8 NOT = 05
                MOVE "OPEN PAY-PARM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO PAY-PARM-REC
            READ PAY-PARM-FILE
                AT END MOVE SPACES TO PAY-PARM-REC
            END-READ
            IF PP-OT-MULT-X NOT = SPACES
                IF PP-OT-MULT-X IS NOT NUMERIC
                    MOVE "BAD PAYPARM OT MULTIPLIER" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE PP-OT-MULT TO WS-OT-MULTIPLIER
            END-IF
            IF PP-MAX-HOURS-X NOT = SPACES
                IF PP-MAX-HOURS-X IS NOT NUMERIC
                    MOVE "BAD PAYPARM MAX HOURS" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE PP-MAX-HOURS TO WS-MAX-HOURS
            END-IF
            IF PP-PAY-DATE-X NOT = SPACES
                IF PP-PAY-DATE-X IS NOT NUMERIC OR PP-PAY-DATE = 0
                    MOVE "BAD PAYPARM PAY DATE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE PP-PAY-DATE TO WS-PAY-DATE
            ELSE
                ACCEPT WS-PAY-DATE FROM DATE YYYYMMDD
            END-IF
            IF PP-NET-FLOOR-X NOT = SPACES
                IF PP-NET-FLOOR-X IS NOT NUMERIC
                    MOVE "BAD PAYPARM NET FLOOR" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE PP-NET-FLOOR TO WS-NET-FLOOR
            END-IF
            CLOSE PAY-PARM-FILE
            DISPLAY "OVERTIME MULTIPLIER ....: " WS-OT-MULTIPLIER
            DISPLAY "MAX HOURS PER TIMECARD .: " WS-MAX-HOURS
            DISPLAY "PAY DATE ...............: " WS-PAY-DATE
            DISPLAY "NET PAY FLOOR ..........: " WS-NET-FLOOR
            .
      *
       1400-LOAD-TIMECARDS.
      *
      *loads the pay period's timecards into ws-tc-table
      *
            OPEN INPUT TIMECARD-FILE
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN TIMECARD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 1410-READ-TIMECARD
            PERFORM 1420-LOAD-ONE-TIMECARD
                UNTIL TC-EMP-ID = HIGH-VALUES
            CLOSE TIMECARD-FILE
            .
      *
       1410-READ-TIMECARD.
      *
      *reads the next timecard
      *
            READ TIMECARD-FILE
                AT END MOVE HIGH-VALUES TO TC-EMP-ID
            END-READ
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 10
                MOVE "READ TIMECARD-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1420-LOAD-ONE-TIMECARD.
      *
      *copies one timecard into the next free table slot
      *
            IF WS-TC-COUNT >= 500
                MOVE "MORE THAN 500 TIMECARDS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-TC-COUNT
            SET TC-IDX TO WS-TC-COUNT
            MOVE TC-EMP-ID TO WS-TC-EMP-ID(TC-IDX)
            MOVE TC-REG-HOURS-X TO WS-TC-REG-X(TC-IDX)
            MOVE TC-OT-HOURS-X TO WS-TC-OT-X(TC-IDX)
            MOVE TC-SHIFT TO WS-TC-SHIFT(TC-IDX)
            MOVE "N" TO WS-TC-USED(TC-IDX)
            PERFORM 1410-READ-TIMECARD
            .
      *
       1500-LOAD-DEDUCTIONS.
      *
      *loads the prior run's deduction master into ws-dd-table . the
      *optional file is simply absent until the first deduction is
      *set up
      *
            OPEN INPUT DEDUCTION-OLD-MASTER
            IF WS-STATUS10 NOT = 00 AND WS-STATUS10 NOT = 05
                MOVE "OPEN DEDUCTION-OLD-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 1510-READ-DEDUCTION-OLD
            PERFORM 1520-LOAD-ONE-DEDUCTION
                UNTIL DO-EMP-ID = HIGH-VALUES
            CLOSE DEDUCTION-OLD-MASTER
            .
      *
       1510-READ-DEDUCTION-OLD.
      *
      *reads the next prior deduction row
      *
            READ DEDUCTION-OLD-MASTER
                AT END MOVE HIGH-VALUES TO DO-EMP-ID
            END-READ
            IF WS-STATUS10 NOT = 00 AND WS-STATUS10 NOT = 10
                MOVE "READ DEDUCTION-OLD-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       1520-LOAD-ONE-DEDUCTION.
      *
      *validates one deduction row and copies it into the next free
      *table slot, blank dates, balance and deferral reading as
      *zero . a row that cannot be read safely is fatal : taking the
      *wrong amount from someone's pay is worse than a late run
      *
            IF WS-DD-COUNT >= 1000
                MOVE "MORE THAN 1000 DEDUCTIONS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF DO-CODE = SPACES
                    OR (DO-METHOD NOT = "A" AND DO-METHOD NOT = "P")
                    OR (DO-METHOD = "A" AND DO-AMOUNT-X NOT NUMERIC)
                    OR (DO-METHOD = "P" AND DO-PCT-X NOT NUMERIC)
                DISPLAY "BAD DEDUCTION ROW " DO-EMP-ID " " DO-CODE
                MOVE "BAD DEDUCTION ROW" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-DD-COUNT
            SET DD-IDX TO WS-DD-COUNT
            MOVE DO-EMP-ID TO WS-DD-EMP-ID(DD-IDX)
            MOVE DO-CODE TO WS-DD-CODE(DD-IDX)
            MOVE DO-METHOD TO WS-DD-METHOD(DD-IDX)
            MOVE ZERO TO WS-DD-AMOUNT(DD-IDX)
            MOVE ZERO TO WS-DD-PCT(DD-IDX)
            IF DO-METHOD = "A"
                MOVE DO-AMOUNT TO WS-DD-AMOUNT(DD-IDX)
            ELSE
                MOVE DO-PCT TO WS-DD-PCT(DD-IDX)
            END-IF
            MOVE ZERO TO WS-DD-START(DD-IDX)
            IF DO-START-DATE-X IS NUMERIC
                MOVE DO-START-DATE TO WS-DD-START(DD-IDX)
            END-IF
            MOVE ZERO TO WS-DD-STOP(DD-IDX)
            IF DO-STOP-DATE-X IS NUMERIC
                MOVE DO-STOP-DATE TO WS-DD-STOP(DD-IDX)
            END-IF
            MOVE DO-LOAN-FLAG TO WS-DD-LOAN-FLAG(DD-IDX)
            MOVE ZERO TO WS-DD-LOAN-BAL(DD-IDX)
            IF DO-LOAN-BAL-X IS NUMERIC
                MOVE DO-LOAN-BAL TO WS-DD-LOAN-BAL(DD-IDX)
            END-IF
            MOVE ZERO TO WS-DD-DEFERRED(DD-IDX)
            IF DO-DEFERRED-X IS NUMERIC
                MOVE DO-DEFERRED TO WS-DD-DEFERRED(DD-IDX)
            END-IF
            MOVE ZERO TO WS-DD-DUE-NOW(DD-IDX)
            MOVE ZERO TO WS-DD-TAKEN-NOW(DD-IDX)
            PERFORM 1510-READ-DEDUCTION-OLD
            .
      *
       1200-LOAD-YTD-MASTER.
            MOVE YO-GROSS TO WS-YTD-GROSS(YT-IDX)
            MOVE YO-TAX TO WS-YTD-TAX(YT-IDX)
            MOVE YO-NET TO WS-YTD-NET(YT-IDX)
            MOVE YO-EMP-NAME TO WS-YTD-NAME(YT-IDX)
            MOVE YO-DEPT TO WS-YTD-DEPT(YT-IDX)
            ADD YO-GROSS TO WS-YTD-OLD-GROSS
            ADD YO-TAX TO WS-YTD-OLD-TAX
            ADD YO-NET TO WS-YTD-OLD-NET
      *sentence demonstration, then reads the next record
      *
            ADD 1 TO WS-EMP-COUNT
            PERFORM 350-COMPUTE-GROSS-PAY
            IF PAY-NOT-HELD
                PERFORM 400-COMPUTE-NET-PAY
                PERFORM 380-TAKE-DEDUCTIONS
                DISPLAY "EMP " EMP-ID " GROSS " EMP-GROSS-PAY
                        " TAX " EMP-TAX " NET PAY " EMP-NET-PAY
                PERFORM 420-WRITE-REGISTER-DETAIL
                PERFORM 425-WRITE-NETPAY-REC
                PERFORM 450-ROLL-EMPLOYEE-YTD
            ELSE
                DISPLAY "EMP " EMP-ID " PAY HELD - " WS-TC-REASON
            END-IF
            PERFORM 600-DEMO-CONTINUE-VS-NEXT
            PERFORM 200-READ-EMPLOYEE
            .
      *
       350-COMPUTE-GROSS-PAY.
      *
      *sets this period's gross pay : the salary for a salaried
      *employee, the timecard's hours at the hourly rate for an
      *hourly one . an hourly employee with no usable timecard has
      *the pay held and the reason reported ; a timecard against a
      *salaried employee is reported and the salary paid as usual
      *
            SET PAY-NOT-HELD TO TRUE
            MOVE ZERO TO WS-REG-HOURS
            MOVE ZERO TO WS-OT-HOURS
            MOVE ZERO TO WS-TC-MATCH-CNT
            MOVE ZERO TO WS-TC-MATCH-SUB
            PERFORM 355-MATCH-TIMECARD
                VARYING TC-IDX FROM 1 BY 1
                UNTIL TC-IDX > WS-TC-COUNT
            IF WS-TC-MATCH-SUB > 0
                SET TC-IDX TO WS-TC-MATCH-SUB
            END-IF
            IF NOT EMP-HOURLY
                MOVE EMP-SAL TO EMP-GROSS-PAY
                IF WS-TC-MATCH-CNT > 0
                    MOVE "TIMECARD FOR SALARIED EMPLOYEE"
                        TO WS-TC-REASON
                    PERFORM 490-WRITE-TC-EXCEPTION
                END-IF
            ELSE
                PERFORM 360-PRICE-TIMECARD
            END-IF
            .
      *
       355-MATCH-TIMECARD.
      *
      *tests one timecard for this employee, marking it used and
      *keeping the first match's position
      *
            IF WS-TC-EMP-ID(TC-IDX) = EMP-ID
                ADD 1 TO WS-TC-MATCH-CNT
                MOVE "Y" TO WS-TC-USED(TC-IDX)
                IF WS-TC-MATCH-SUB = 0
                    SET WS-TC-MATCH-SUB TO TC-IDX
                END-IF
            END-IF
            .
      *
       360-PRICE-TIMECARD.
      *
      *validates the hourly employee's one timecard against the
      *hours ceiling and prices it : regular hours at the rate plus
      *overtime hours at the rate times the overtime multiplier
      *
            MOVE ZERO TO EMP-GROSS-PAY
            EVALUATE TRUE
                WHEN EMP-HOURLY-RATE-X IS NOT NUMERIC
                        OR EMP-HOURLY-RATE = ZERO
                    MOVE "NO HOURLY RATE ON EMPLOYEE FILE"
                        TO WS-TC-REASON
                WHEN WS-TC-MATCH-CNT = 0
                    MOVE "NO TIMECARD FOR HOURLY EMPLOYEE"
                        TO WS-TC-REASON
                WHEN WS-TC-MATCH-CNT > 1
                    MOVE "MORE THAN ONE TIMECARD" TO WS-TC-REASON
                WHEN WS-TC-REG-X(TC-IDX) IS NOT NUMERIC
                        OR WS-TC-OT-X(TC-IDX) IS NOT NUMERIC
                    MOVE "HOURS NOT NUMERIC" TO WS-TC-REASON
                WHEN WS-TC-SHIFT(TC-IDX) NOT = "D"
                        AND WS-TC-SHIFT(TC-IDX) NOT = "E"
                        AND WS-TC-SHIFT(TC-IDX) NOT = "N"
                    MOVE "INVALID SHIFT CODE" TO WS-TC-REASON
                WHEN OTHER
                    MOVE WS-TC-REG(TC-IDX) TO WS-REG-HOURS
                    MOVE WS-TC-OT(TC-IDX) TO WS-OT-HOURS
                    COMPUTE WS-TOTAL-HOURS =
                            WS-REG-HOURS + WS-OT-HOURS
                    IF WS-TOTAL-HOURS > WS-MAX-HOURS
                        MOVE "HOURS OVER THE PERIOD CEILING"
                            TO WS-TC-REASON
                    ELSE
                        MOVE SPACES TO WS-TC-REASON
                        COMPUTE EMP-GROSS-PAY ROUNDED =
                            WS-REG-HOURS * EMP-HOURLY-RATE
                          + WS-OT-HOURS * EMP-HOURLY-RATE
                                        * WS-OT-MULTIPLIER
                    END-IF
            END-EVALUATE
            IF WS-TC-REASON NOT = SPACES
                SET PAY-HELD TO TRUE
                PERFORM 490-WRITE-TC-EXCEPTION
            END-IF
            .
      *
       380-TAKE-DEDUCTIONS.
      *
      *takes this employee's voluntary deductions from the after-tax
      *net in the order the rows stand, never below the net-pay
      *floor
      *
            MOVE ZERO TO EMP-DEDUCT-TOTAL
            MOVE ZERO TO WS-DED-ROOM
            IF EMP-NET-PAY > WS-NET-FLOOR
                COMPUTE WS-DED-ROOM = EMP-NET-PAY - WS-NET-FLOOR
            END-IF
            PERFORM 385-TAKE-ONE-DEDUCTION
                VARYING DD-IDX FROM 1 BY 1
                UNTIL DD-IDX > WS-DD-COUNT
            SUBTRACT EMP-DEDUCT-TOTAL FROM EMP-NET-PAY
            .
      *
       385-TAKE-ONE-DEDUCTION.
      *
      *works out what one of the employee's rows is due -- this
      *period's amount while the row is running, plus any earlier
      *shortfall, a loan never more than its balance -- takes what
      *the room under the floor allows and defers the rest
      *
            IF WS-DD-EMP-ID(DD-IDX) = EMP-ID
                MOVE ZERO TO WS-DED-PERIODIC
                IF WS-DD-START(DD-IDX) <= WS-PAY-DATE
                        AND (WS-DD-STOP(DD-IDX) = 0
                         OR WS-DD-STOP(DD-IDX) >= WS-PAY-DATE)
                    IF WS-DD-METHOD(DD-IDX) = "P"
                        COMPUTE WS-DED-PERIODIC ROUNDED =
                            EMP-GROSS-PAY * WS-DD-PCT(DD-IDX) / 100
                    ELSE
                        MOVE WS-DD-AMOUNT(DD-IDX) TO WS-DED-PERIODIC
                    END-IF
                END-IF
                COMPUTE WS-DD-DUE-NOW(DD-IDX) =
                        WS-DED-PERIODIC + WS-DD-DEFERRED(DD-IDX)
                IF WS-DD-LOAN-FLAG(DD-IDX) = "L"
                        AND WS-DD-DUE-NOW(DD-IDX) >
                            WS-DD-LOAN-BAL(DD-IDX)
                    MOVE WS-DD-LOAN-BAL(DD-IDX)
                        TO WS-DD-DUE-NOW(DD-IDX)
                END-IF
                IF WS-DD-DUE-NOW(DD-IDX) > WS-DED-ROOM
                    MOVE WS-DED-ROOM TO WS-DD-TAKEN-NOW(DD-IDX)
                ELSE
                    MOVE WS-DD-DUE-NOW(DD-IDX)
                        TO WS-DD-TAKEN-NOW(DD-IDX)
                END-IF
                SUBTRACT WS-DD-TAKEN-NOW(DD-IDX) FROM WS-DED-ROOM
                COMPUTE WS-DD-DEFERRED(DD-IDX) =
                        WS-DD-DUE-NOW(DD-IDX) - WS-DD-TAKEN-NOW(DD-IDX)
                IF WS-DD-LOAN-FLAG(DD-IDX) = "L"
                    SUBTRACT WS-DD-TAKEN-NOW(DD-IDX)
                        FROM WS-DD-LOAN-BAL(DD-IDX)
                END-IF
                ADD WS-DD-TAKEN-NOW(DD-IDX) TO EMP-DEDUCT-TOTAL
                IF WS-DD-DUE-NOW(DD-IDX) > 0
                    PERFORM 390-ADD-TO-REMITTANCE
                END-IF
            END-IF
            .
      *
       390-ADD-TO-REMITTANCE.
      *
      *folds one deduction's taken and deferred amounts into its
      *code's remittance totals, opening the code on first sight
      *
            MOVE "N" TO WS-RM-FOUND-FLAG
            PERFORM 395-FIND-REMITTANCE-CODE
                VARYING RM-IDX FROM 1 BY 1
                UNTIL RM-IDX > WS-RM-COUNT OR RM-CODE-FOUND
            IF RM-CODE-FOUND
                SET RM-IDX DOWN BY 1
            ELSE
                IF WS-RM-COUNT >= 50
                    MOVE "MORE THAN 50 DEDUCTION CODES"
                        TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-RM-COUNT
                SET RM-IDX TO WS-RM-COUNT
                MOVE WS-DD-CODE(DD-IDX) TO WS-RM-CODE(RM-IDX)
                MOVE ZERO TO WS-RM-EMP-CNT(RM-IDX)
                MOVE ZERO TO WS-RM-TAKEN(RM-IDX)
                MOVE ZERO TO WS-RM-DEFERRED(RM-IDX)
            END-IF
            ADD 1 TO WS-RM-EMP-CNT(RM-IDX)
            ADD WS-DD-TAKEN-NOW(DD-IDX) TO WS-RM-TAKEN(RM-IDX)
            ADD WS-DD-DEFERRED(DD-IDX) TO WS-RM-DEFERRED(RM-IDX)
            .
      *
       395-FIND-REMITTANCE-CODE.
      *
      *tests one remittance entry for a match on the deduction code
      *
            IF WS-RM-CODE(RM-IDX) = WS-DD-CODE(DD-IDX)
                SET RM-CODE-FOUND TO TRUE
            END-IF
            .
      *
       450-ROLL-EMPLOYEE-YTD.
      *
                ADD 1 TO WS-YTD-COUNT
                SET YT-IDX TO WS-YTD-COUNT
                MOVE EMP-ID TO WS-YTD-EMP-ID(YT-IDX)
                MOVE EMP-GROSS-PAY TO WS-YTD-GROSS(YT-IDX)
                MOVE EMP-TAX TO WS-YTD-TAX(YT-IDX)
                MOVE EMP-NET-PAY TO WS-YTD-NET(YT-IDX)
                MOVE EMP-NAME TO WS-YTD-NAME(YT-IDX)
                MOVE EMP-DEPT TO WS-YTD-DEPT(YT-IDX)
            END-IF
            .
      *
       455-FIND-YTD-ENTRY.
      *
      *tests one ytd-table entry for a match on emp-id and, when it
      *matches, folds this run's figures in and refreshes the name
      *and department from the roster
      *
            IF WS-YTD-EMP-ID(YT-IDX) = EMP-ID
                ADD EMP-GROSS-PAY TO WS-YTD-GROSS(YT-IDX)
                ADD EMP-TAX TO WS-YTD-TAX(YT-IDX)
                ADD EMP-NET-PAY TO WS-YTD-NET(YT-IDX)
                MOVE EMP-NAME TO WS-YTD-NAME(YT-IDX)
                MOVE EMP-DEPT TO WS-YTD-DEPT(YT-IDX)
                SET YTD-EMP-FOUND TO TRUE
            END-IF
            .
            MOVE EMP-ID TO RDL-EMP-ID
            MOVE EMP-NAME TO RDL-NAME
            MOVE EMP-DEPT TO RDL-DEPT
            IF EMP-HOURLY
                MOVE WS-REG-HOURS TO RDL-REG-HOURS
                MOVE WS-OT-HOURS TO RDL-OT-HOURS
            ELSE
                MOVE SPACES TO RDL-REG-HOURS-X
                MOVE SPACES TO RDL-OT-HOURS-X
            END-IF
            MOVE EMP-GROSS-PAY TO RDL-GROSS
            MOVE EMP-TAX TO RDL-TAX
            MOVE EMP-NET-PAY TO RDL-NET
            WRITE REGISTER-LINE FROM WS-REG-DETAIL-LINE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            PERFORM 428-PRINT-DEDUCTION-LINE
                VARYING DD-IDX FROM 1 BY 1
                UNTIL DD-IDX > WS-DD-COUNT
            ADD 1 TO WS-DEPT-EMP-CNT
            ADD EMP-GROSS-PAY TO WS-DEPT-GROSS
            ADD EMP-TAX TO WS-DEPT-TAX
            ADD EMP-DEDUCT-TOTAL TO WS-DEPT-DED
            ADD EMP-NET-PAY TO WS-DEPT-NET
            .
      *
       428-PRINT-DEDUCTION-LINE.
      *
      *prints one register line under the employee for a deduction
      *row of theirs that was due this run
      *
            IF WS-DD-EMP-ID(DD-IDX) = EMP-ID
                    AND WS-DD-DUE-NOW(DD-IDX) > 0
                IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                    PERFORM 430-PRINT-REG-HEADINGS
                END-IF
                MOVE WS-DD-CODE(DD-IDX) TO RDD-CODE
                MOVE WS-DD-DUE-NOW(DD-IDX) TO RDD-DUE
                MOVE WS-DD-TAKEN-NOW(DD-IDX) TO RDD-TAKEN
                MOVE WS-DD-DEFERRED(DD-IDX) TO RDD-DEFERRED
                WRITE REGISTER-LINE FROM WS-REG-DEDUCTION-LINE
                IF WS-STATUS3 NOT = 00
                    MOVE "WRITE REGISTER-FILE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-LINE-COUNT
            END-IF
            .
      *
       425-WRITE-NETPAY-REC.
      *
            MOVE SPACES TO NETPAY-REC
            MOVE EMP-ID TO NP-EMP-ID
            MOVE EMP-DEPT TO NP-DEPT
            MOVE EMP-GROSS-PAY TO NP-GROSS
            MOVE EMP-TAX TO NP-TAX
            MOVE EMP-NET-PAY TO NP-NET
            MOVE EMP-ROUTING TO NP-ROUTING
            MOVE EMP-BANK-ACCT TO NP-BANK-ACCT
            MOVE EMP-PAY-METHOD TO NP-PAY-METHOD
            MOVE EMP-PRENOTE TO NP-PRENOTE
            MOVE EMP-DEDUCT-TOTAL TO NP-DEDUCT
            WRITE NETPAY-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE NETPAY-FILE" TO WS-ABEND-WHERE
            MOVE WS-DEPT-EMP-CNT TO DTL-CNT
            MOVE WS-DEPT-GROSS TO DTL-GROSS
            MOVE WS-DEPT-TAX TO DTL-TAX
            MOVE WS-DEPT-DED TO DTL-DED
            MOVE WS-DEPT-NET TO DTL-NET
            WRITE REGISTER-LINE FROM WS-DEPT-TOTAL-LINE
            MOVE SPACES TO REGISTER-LINE
            ADD WS-DEPT-EMP-CNT TO WS-COMP-EMP-CNT
            ADD WS-DEPT-GROSS TO WS-COMP-GROSS
            ADD WS-DEPT-TAX TO WS-COMP-TAX
            ADD WS-DEPT-DED TO WS-COMP-DED
            ADD WS-DEPT-NET TO WS-COMP-NET
            MOVE ZERO TO WS-DEPT-EMP-CNT
            MOVE ZERO TO WS-DEPT-GROSS
            MOVE ZERO TO WS-DEPT-TAX
            MOVE ZERO TO WS-DEPT-DED
            MOVE ZERO TO WS-DEPT-NET
            .
      *
            MOVE WS-COMP-EMP-CNT TO CTL-CNT
            MOVE WS-COMP-GROSS TO CTL-GROSS
            MOVE WS-COMP-TAX TO CTL-TAX
            MOVE WS-COMP-DED TO CTL-DED
            MOVE WS-COMP-NET TO CTL-NET
            WRITE REGISTER-LINE FROM WS-COMP-TOTAL-LINE
            .
      *
       480-REPORT-UNMATCHED-CARDS.
      *
      *reports every timecard that matched nobody on the roster, then
      *closes the exceptions report with its count
      *
            PERFORM 485-TEST-ONE-CARD
                VARYING TC-IDX FROM 1 BY 1
                UNTIL TC-IDX > WS-TC-COUNT
            MOVE WS-TC-EXCEPTION-CNT TO TXT-CNT
            MOVE SPACES TO TC-EXCEPTION-LINE
            WRITE TC-EXCEPTION-LINE
            WRITE TC-EXCEPTION-LINE FROM WS-TCX-TOTAL-LINE
            DISPLAY "TIMECARD EXCEPTIONS ....: " WS-TC-EXCEPTION-CNT
            .
      *
       485-TEST-ONE-CARD.
      *
      *reports one timecard if no roster employee used it
      *
            IF WS-TC-USED(TC-IDX) NOT = "Y"
                MOVE WS-TC-EMP-ID(TC-IDX) TO EMP-ID
                MOVE "TIMECARD FOR UNKNOWN EMPLOYEE" TO WS-TC-REASON
                PERFORM 490-WRITE-TC-EXCEPTION
            END-IF
            .
      *
       490-WRITE-TC-EXCEPTION.
      *
      *writes one timecard exceptions line for emp-id, showing the
      *card as punched when tc-idx is on one of the employee's
      *cards
      *
            MOVE SPACES TO WS-TCX-DETAIL-LINE
            MOVE EMP-ID TO TXL-EMP-ID
            MOVE WS-TC-REASON TO TXL-REASON
            IF TC-IDX NOT > WS-TC-COUNT
                IF WS-TC-EMP-ID(TC-IDX) = EMP-ID
                    MOVE WS-TC-REG-X(TC-IDX) TO TXL-REG-HOURS
                    MOVE WS-TC-OT-X(TC-IDX) TO TXL-OT-HOURS
                    MOVE WS-TC-SHIFT(TC-IDX) TO TXL-SHIFT
                END-IF
            END-IF
            WRITE TC-EXCEPTION-LINE FROM WS-TCX-DETAIL-LINE
            IF WS-STATUS9 NOT = 00
                MOVE "WRITE TIMECARD-EXCEPTIONS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-TC-EXCEPTION-CNT
            .
      *
       470-WRITE-YTD-MASTER.
      *
      *writes one ytd-table entry to the new ytd master and folds it
      *into the new-side balancing totals
      *
            MOVE SPACES TO YTD-NEW-REC
            MOVE WS-YTD-EMP-ID(YT-IDX) TO YN-EMP-ID
            MOVE WS-YTD-GROSS(YT-IDX) TO YN-GROSS
            MOVE WS-YTD-TAX(YT-IDX) TO YN-TAX
            MOVE WS-YTD-NET(YT-IDX) TO YN-NET
            MOVE WS-YTD-NAME(YT-IDX) TO YN-EMP-NAME
            MOVE WS-YTD-DEPT(YT-IDX) TO YN-DEPT
            WRITE YTD-NEW-REC
            IF WS-STATUS5 NOT = 00
                MOVE "WRITE YTD-NEW-MASTER" TO WS-ABEND-WHERE
            ADD WS-YTD-TAX(YT-IDX) TO WS-YTD-NEW-TAX
            ADD WS-YTD-NET(YT-IDX) TO WS-YTD-NEW-NET
            .
      *
       700-WRITE-DEDUCTION-MASTER.
      *
      *writes the new deduction master from the table : every row
      *carried forward with its loan balance and deferred shortfall
      *as they stand after this run
      *
            OPEN OUTPUT DEDUCTION-NEW-MASTER
            IF WS-STATUS11 NOT = 00
                MOVE "OPEN DEDUCTION-NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 710-WRITE-ONE-DEDUCTION
                VARYING DD-IDX FROM 1 BY 1
                UNTIL DD-IDX > WS-DD-COUNT
            CLOSE DEDUCTION-NEW-MASTER
            DISPLAY "DEDUCTION ROWS WRITTEN .: " WS-DD-WRITE-CNT
            .
      *
       710-WRITE-ONE-DEDUCTION.
      *
      *writes one deduction-table row to the new deduction master
      *
            MOVE SPACES TO DEDUCTION-NEW-REC
            MOVE WS-DD-EMP-ID(DD-IDX) TO DN-EMP-ID
            MOVE WS-DD-CODE(DD-IDX) TO DN-CODE
            MOVE WS-DD-METHOD(DD-IDX) TO DN-METHOD
            MOVE WS-DD-AMOUNT(DD-IDX) TO DN-AMOUNT
            MOVE WS-DD-PCT(DD-IDX) TO DN-PCT
            MOVE WS-DD-START(DD-IDX) TO DN-START-DATE
            MOVE WS-DD-STOP(DD-IDX) TO DN-STOP-DATE
            MOVE WS-DD-LOAN-FLAG(DD-IDX) TO DN-LOAN-FLAG
            MOVE WS-DD-LOAN-BAL(DD-IDX) TO DN-LOAN-BAL
            MOVE WS-DD-DEFERRED(DD-IDX) TO DN-DEFERRED
            WRITE DEDUCTION-NEW-REC
            IF WS-STATUS11 NOT = 00
                MOVE "WRITE DEDUCTION-NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-DD-WRITE-CNT
            .
      *
       750-PRINT-REMITTANCE.
      *
      *prints the remittance report, one line per deduction code,
      *and proves its total to the deductions on the register . a
      *miss is fatal : the fund would be paid a figure the payslips
      *do not support
      *
            OPEN OUTPUT REMITTANCE-FILE
            IF WS-STATUS12 NOT = 00
                MOVE "OPEN REMITTANCE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE WS-PAY-DATE TO RMH-PAY-DATE
            WRITE REMITTANCE-LINE FROM WS-RMT-HEADING-1
            WRITE REMITTANCE-LINE FROM WS-RMT-HEADING-2
            MOVE SPACES TO REMITTANCE-LINE
            WRITE REMITTANCE-LINE
            PERFORM 760-PRINT-ONE-REMITTANCE
                VARYING RM-IDX FROM 1 BY 1
                UNTIL RM-IDX > WS-RM-COUNT
            MOVE SPACES TO REMITTANCE-LINE
            WRITE REMITTANCE-LINE
            MOVE SPACES TO WS-RMT-DETAIL-LINE
            MOVE "ALL" TO RML-CODE
            MOVE WS-RM-TAKEN-TOTAL TO RML-TAKEN
            MOVE WS-RM-DEFER-TOTAL TO RML-DEFERRED
            WRITE REMITTANCE-LINE FROM WS-RMT-DETAIL-LINE
            IF WS-STATUS12 NOT = 00
                MOVE "WRITE REMITTANCE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            CLOSE REMITTANCE-FILE
            DISPLAY "DEDUCTIONS TAKEN .......: " WS-RM-TAKEN-TOTAL
            DISPLAY "DEDUCTIONS DEFERRED ....: " WS-RM-DEFER-TOTAL
            IF WS-RM-TAKEN-TOTAL NOT = WS-COMP-DED
                DISPLAY "REGISTER DEDUCTIONS ....: " WS-COMP-DED
                MOVE "REMITTANCE NOT = REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            DISPLAY "REMITTANCE .............: PROVED"
            .
      *
       760-PRINT-ONE-REMITTANCE.
      *
      *prints one deduction code's remittance line
      *
            MOVE SPACES TO WS-RMT-DETAIL-LINE
            MOVE WS-RM-CODE(RM-IDX) TO RML-CODE
            MOVE WS-RM-EMP-CNT(RM-IDX) TO RML-EMP-CNT
            MOVE WS-RM-TAKEN(RM-IDX) TO RML-TAKEN
            MOVE WS-RM-DEFERRED(RM-IDX) TO RML-DEFERRED
            WRITE REMITTANCE-LINE FROM WS-RMT-DETAIL-LINE
            IF WS-STATUS12 NOT = 00
                MOVE "WRITE REMITTANCE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD WS-RM-TAKEN(RM-IDX) TO WS-RM-TAKEN-TOTAL
            ADD WS-RM-DEFERRED(RM-IDX) TO WS-RM-DEFER-TOTAL
            .
      *
       400-COMPUTE-NET-PAY.
      *
      *finds this employee's tax bracket and computes tax and net pay
      *
            MOVE "N" TO WS-BRACKET-FOUND
            MOVE EMP-GROSS-PAY TO EMP-TAX-BASE
            PERFORM 410-FIND-BRACKET
                VARYING WS-TAX-IDX FROM 1 BY 1
                UNTIL WS-TAX-IDX > 5 OR BRACKET-FOUND
      *
       410-FIND-BRACKET.
      *
      *tests one tax-table entry for a match on the whole-unit part
      *of the gross pay, so an hourly gross with pence still falls
      *inside a bracket
      *
            IF EMP-TAX-BASE >= WS-TAX-LOW(WS-TAX-IDX)
                    AND EMP-TAX-BASE <= WS-TAX-HIGH(WS-TAX-IDX)
                COMPUTE EMP-TAX ROUNDED =
                        EMP-GROSS-PAY * WS-TAX-RATE(WS-TAX-IDX)
                COMPUTE EMP-NET-PAY = EMP-GROSS-PAY - EMP-TAX
                SET BRACKET-FOUND TO TRUE
            END-IF
            .
            CLOSE SALARY-AUDIT-LOG
            CLOSE REGISTER-FILE
            CLOSE NETPAY-FILE
            CLOSE TIMECARD-EXCEPTIONS
            .
      *
      *THE SCOPE OF THE NEXT SENTENCE FINISHES AFTER GETTING A FULLSTOP
            DISPLAY "* WS-STATUS2 (SALARY-AUDIT-LOG): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (REGISTER-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS6 (NETPAY-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (TIMECARD-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (PAY-PARM-FILE): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (TIMECARD-EXCEPTIONS): " WS-STATUS9
            DISPLAY "* WS-STATUS10 (DEDUCTION-OLD): " WS-STATUS10
            DISPLAY "* WS-STATUS11 (DEDUCTION-NEW): " WS-STATUS11
            DISPLAY "* WS-STATUS12 (REMITTANCE-FILE): " WS-STATUS12
            DISPLAY "***************************************"
            GOBACK.
