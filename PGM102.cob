       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM102.
      *LARGE CASH TRANSACTION REPORT : CASH ACTIVITY OVER THE
      *REPORTING THRESHOLD HAS TO BE FILED PER CUSTOMER PER BUSINESS
      *DAY, BUT EVERY EXISTING REPORT LOOKS AT ONE ACCOUNT AT A TIME,
      *SO THREE DEPOSITS EACH UNDER THE LIMIT INTO THREE ACCOUNTS OF
      *ONE CUSTOMER WENT UNSEEN . THIS NIGHTLY RUN READS THE DAY'S
      *POSTED-HISTORY ROWS AND KEEPS ONLY THE CASH : A CREDIT OR
      *DEBIT THAT CAME IN OVER THE COUNTER (GATEWAY SOURCE "B", OR A
      *COUNTER ITEM THAT WAS CARRIED FORWARD "Y" OR RECYCLED "R")
      *AND CARRIES A BRANCH AND A TELLER . SYSTEM-GENERATED POSTINGS
      *(ACCRUALS, FEES, ESCHEAT SWEEPS, STANDING ORDERS) AND
      *TRANSFERS ARE NOT CASH AND ARE PASSED OVER . EACH CASH ROW IS
      *MATCHED TO ITS ACCOUNT ON THE LATEST NEW-MASTER FOR THE
      *OWNING CUSTOMER (NM-CUST-NO), AND THE ROWS ARE ROLLED UP PER
      *CUSTOMER, CASH IN AND CASH OUT SEPARATELY . A CUSTOMER AT OR
      *OVER THE THRESHOLD ON THE CTRPARM CARD IN EITHER DIRECTION IS
      *WRITTEN TO THE FIXED-FORMAT REGULATORY FILING FILE (A HEADER,
      *A CUSTOMER RECORD PER DIRECTION FILED, ONE ITEM RECORD PER
      *CONTRIBUTING POSTING, AND A TRAILER) AND PRINTED ON THE
      *REVIEWER LISTING WITH EVERY CONTRIBUTING ACCOUNT, BRANCH AND
      *TELLER . AN ACCOUNT WITH NO OWNING CUSTOMER CANNOT BE ROLLED
      *UP, SO IT STANDS ALONE UNDER ITS OWN ACCOUNT NUMBER . A
      *CUSTOMER WHO CAME WITHIN THE CARD'S PERCENTAGE BELOW THE
      *THRESHOLD IS REMEMBERED ON THE NEAR-THRESHOLD HISTORY FILE,
      *WHICH ROLLS FORWARD EACH RUN KEEPING ONLY THE CARD'S WINDOW OF
      *DAYS, AND ANY CUSTOMER NEAR THE THRESHOLD ON AT LEAST THE
      *CARD'S NUMBER OF DAYS INSIDE THE WINDOW IS LISTED AS POSSIBLE
      *STRUCTURING FOR A HUMAN LOOK . A RERUN FOR THE SAME BUSINESS
      *DATE REPLACES THAT DAY'S HISTORY INSTEAD OF COUNTING IT TWICE
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT POSTED-HISTORY ASSIGN TO "POSTHIST"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NEW-MASTER ASSIGN TO "NEWMSTR"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PARAM-FILE ASSIGN TO "CTRPARM"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT FILING-FILE ASSIGN TO "CTRFILE"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "CTRRPT"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CASH-WORK ASSIGN TO "CTRWORK"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL NEAR-HISTORY ASSIGN TO "CTRNEAR"
            FILE STATUS IS WS-STATUS9
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NEAR-HISTORY-OUT ASSIGN TO "CTRNEARN"
            FILE STATUS IS WS-STATUS10
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *
           SELECT CUST-SORT-FILE ASSIGN TO "SORTWK2".
      *
           SELECT NEAR-SORT-FILE ASSIGN TO "SORTWK3".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD POSTED-HISTORY.
      *     THE ACCUMULATED POSTED-HISTORY PGM52 WRITES, ONE ROW PER
      *     APPLIED TRANSACTION . MUST STAY IN SYNC WITH PGM52.COB'S
      *     POSTED-HISTORY-REC LAYOUT
       01 POSTED-HISTORY-REC.
           05 HIS-ACCT-NO    PIC X(5).
            05 HIS-AMOUNT     PIC 9(7)V99.
            05 HIS-TYPE       PIC X(1).
            05 HIS-EFF-DATE   PIC 9(8).
            05 HIS-RESULT-BAL PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 HIS-RUN-DATE   PIC 9(8).
            05 HIS-RUN-TIME   PIC 9(8).
            05 HIS-BRANCH-ID  PIC X(3).
            05 HIS-TELLER-ID  PIC X(4).
            05 HIS-SOURCE     PIC X(1).
            05 HIS-XFER-ACCT  PIC X(5).
            05 HIS-CYCLE-NO   PIC 9(2).
            05 FILLER         PIC X(36).
      *
       FD NEW-MASTER.
      *     THE LATEST CERTIFIED NEW-MASTER, READ ONLY FOR EACH
      *     ACCOUNT'S OWNING CUSTOMER AND BRANCH . MUST STAY IN SYNC
      *     WITH PGM52.COB'S NEW-MASTER-REC LAYOUT
       01 NEW-MASTER-REC.
           05 NM-ACCT-NO COPY ACCTREC.
            05 NM-AMOUNT     PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 NM-YTD-ACTIVITY PIC 9(9)V99.
            05 NM-NOACT-CNT  PIC 9(3).
            05 NM-CUST-NAME  PIC X(20).
            05 NM-BRANCH     PIC X(3).
            05 NM-PRODUCT    PIC X(2).
            05 NM-OD-LIMIT   PIC 9(7)V99.
            05 NM-CUST-NO    PIC X(5).
            05 NM-STMT-CYCLE PIC X(2).
            05 NM-STATUS     PIC X(1).
            05 NM-NOTICE-STG PIC X(1).
            05 FILLER        PIC X(8).
      *
       FD CUSTOMER-MASTER.
      *     THE CUSTOMER MASTER, ONE RECORD PER CUSTOMER IN ASCENDING
      *     CUSTOMER-NUMBER ORDER . MUST STAY IN SYNC WITH PGM64.COB'S
      *     CUSTOMER-MASTER-REC LAYOUT
       01 CUSTOMER-MASTER-REC.
           05 CU-CUST-NO     PIC X(5).
            05 CU-CUST-NAME   PIC X(20).
            05 FILLER         PIC X(135).
      *
       FD PARAM-FILE.
      *     ONE RECORD : THE REPORTING THRESHOLD (REQUIRED), THE
      *     PERCENTAGE BELOW IT THAT COUNTS AS "NEAR", THE ROLLING
      *     WINDOW IN CALENDAR DAYS, AND HOW MANY NEAR DAYS INSIDE THE
      *     WINDOW GET A CUSTOMER LISTED . A BLANK OPTIONAL FIELD
      *     TAKES ITS DEFAULT (10 PERCENT, 30 DAYS, 3 DAYS)
       01 PARAM-REC.
           05 CTP-THRESHOLD-X PIC X(9).
            05 CTP-THRESHOLD REDEFINES CTP-THRESHOLD-X PIC 9(7)V99.
            05 CTP-NEAR-PCT-X  PIC X(2).
            05 CTP-NEAR-PCT REDEFINES CTP-NEAR-PCT-X PIC 9(2).
            05 CTP-WINDOW-X    PIC X(3).
            05 CTP-WINDOW REDEFINES CTP-WINDOW-X PIC 9(3).
            05 CTP-MIN-DAYS-X  PIC X(2).
            05 CTP-MIN-DAYS REDEFINES CTP-MIN-DAYS-X PIC 9(2).
            05 FILLER          PIC X(64).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD FILING-FILE.
      *     THE REGULATORY FILING FILE, FIXED FORMAT . ONE "H" HEADER,
      *     THEN FOR EACH CUSTOMER AND DIRECTION FILED A "C" CUSTOMER
      *     RECORD FOLLOWED BY ONE "I" ITEM RECORD PER CONTRIBUTING
      *     POSTING, AND ONE "T" TRAILER WHOSE COUNTS AND TOTAL PROVE
      *     THE FILE COMPLETE . DIRECTION "I" = CASH IN, "O" = CASH OUT
       01 FILING-REC.
           05 CTR-REC-TYPE   PIC X(1).
               88 CTR-HEADER-REC    VALUE "H".
               88 CTR-CUSTOMER-REC  VALUE "C".
               88 CTR-ITEM-REC      VALUE "I".
               88 CTR-TRAILER-REC   VALUE "T".
            05 CTR-BODY       PIC X(99).
            05 CTR-HEADER REDEFINES CTR-BODY.
               10 CTH-BUS-DATE    PIC 9(8).
               10 CTH-THRESHOLD   PIC 9(7)V99.
               10 CTH-FILE-ID     PIC X(20).
               10 FILLER          PIC X(62).
            05 CTR-CUSTOMER REDEFINES CTR-BODY.
               10 CTC-BUS-DATE    PIC 9(8).
               10 CTC-CUST-NO     PIC X(5).
               10 CTC-NO-CUST     PIC X(1).
               10 CTC-CUST-NAME   PIC X(20).
               10 CTC-DIRECTION   PIC X(1).
               10 CTC-TOTAL       PIC 9(9)V99.
               10 CTC-ITEM-CNT    PIC 9(4).
               10 FILLER          PIC X(49).
            05 CTR-ITEM REDEFINES CTR-BODY.
               10 CTI-CUST-NO     PIC X(5).
               10 CTI-DIRECTION   PIC X(1).
               10 CTI-ACCT-NO     PIC X(5).
               10 CTI-OWN-BRANCH  PIC X(3).
               10 CTI-BRANCH-ID   PIC X(3).
               10 CTI-TELLER-ID   PIC X(4).
               10 CTI-AMOUNT      PIC 9(7)V99.
               10 CTI-RUN-TIME    PIC 9(8).
               10 FILLER          PIC X(61).
            05 CTR-TRAILER REDEFINES CTR-BODY.
               10 CTT-BUS-DATE    PIC 9(8).
               10 CTT-CUST-CNT    PIC 9(7).
               10 CTT-ITEM-CNT    PIC 9(7).
               10 CTT-TOTAL       PIC 9(11)V99.
               10 FILLER          PIC X(64).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       FD CASH-WORK.
      *     ONE RECORD PER CASH ROW, CARRYING THE OWNING CUSTOMER THE
      *     NEW-MASTER MATCH FOUND, SO THE SECOND SORT CAN BRING ONE
      *     CUSTOMER'S ACCOUNTS TOGETHER . CW-NO-CUST "Y" MARKS AN
      *     ACCOUNT WITH NO OWNING CUSTOMER, KEYED BY ITS OWN ACCOUNT
      *     NUMBER INSTEAD
       01 CASH-WORK-REC.
           05 CW-NO-CUST     PIC X(1).
            05 CW-CUST-KEY    PIC X(5).
            05 CW-ACCT-NO     PIC X(5).
            05 CW-DIRECTION   PIC X(1).
            05 CW-AMOUNT      PIC 9(7)V99.
            05 CW-BRANCH-ID   PIC X(3).
            05 CW-TELLER-ID   PIC X(4).
            05 CW-RUN-TIME    PIC 9(8).
            05 CW-OWN-BRANCH  PIC X(3).
            05 FILLER         PIC X(41).
      *
       FD NEAR-HISTORY.
      *     THE NEAR-THRESHOLD HISTORY AS THE PRIOR RUN LEFT IT : ONE
      *     RECORD PER CUSTOMER PER BUSINESS DAY THE CUSTOMER'S CASH
      *     IN OR CASH OUT CAME WITHIN THE NEAR BAND BELOW THE
      *     THRESHOLD . ABSENT ON THE FIRST RUN
       01 NEAR-HISTORY-REC.
           05 NH-NO-CUST     PIC X(1).
            05 NH-CUST-KEY    PIC X(5).
            05 NH-CUST-NAME   PIC X(20).
            05 NH-DATE-X      PIC X(8).
            05 NH-DATE REDEFINES NH-DATE-X PIC 9(8).
            05 NH-IN-TOTAL    PIC 9(9)V99.
            05 NH-OUT-TOTAL   PIC 9(9)V99.
            05 FILLER         PIC X(24).
      *
       FD NEAR-HISTORY-OUT.
      *     THE ROLLED-FORWARD NEAR-THRESHOLD HISTORY THE NEXT RUN
      *     READS, IN CUSTOMER AND DATE ORDER . SAME LAYOUT AS
      *     NEAR-HISTORY-REC
       01 NEAR-HISTORY-OUT-REC PIC X(80).
      *
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-ACCT-NO     PIC X(5).
            05 SR-DIRECTION   PIC X(1).
            05 SR-AMOUNT      PIC 9(7)V99.
            05 SR-BRANCH-ID   PIC X(3).
            05 SR-TELLER-ID   PIC X(4).
            05 SR-RUN-TIME    PIC 9(8).
            05 FILLER         PIC X(50).
      *
       SD CUST-SORT-FILE.
       01 CUST-SORT-REC.
           05 CSR-NO-CUST    PIC X(1).
            05 CSR-CUST-KEY   PIC X(5).
            05 CSR-ACCT-NO    PIC X(5).
            05 CSR-DIRECTION  PIC X(1).
            05 CSR-AMOUNT     PIC 9(7)V99.
            05 CSR-BRANCH-ID  PIC X(3).
            05 CSR-TELLER-ID  PIC X(4).
            05 CSR-RUN-TIME   PIC 9(8).
            05 CSR-OWN-BRANCH PIC X(3).
            05 FILLER         PIC X(41).
      *
       SD NEAR-SORT-FILE.
       01 NEAR-SORT-REC.
           05 NSR-NO-CUST    PIC X(1).
            05 NSR-CUST-KEY   PIC X(5).
            05 NSR-CUST-NAME  PIC X(20).
            05 NSR-DATE       PIC 9(8).
            05 NSR-IN-TOTAL   PIC 9(9)V99.
            05 NSR-OUT-TOTAL  PIC 9(9)V99.
            05 FILLER         PIC X(24).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-STATUS4   PIC 99.
       01 WS-STATUS5   PIC 99.
       01 WS-STATUS6   PIC 99.
       01 WS-STATUS7   PIC 99.
       01 WS-STATUS8   PIC 99.
       01 WS-STATUS9   PIC 99.
       01 WS-STATUS10  PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE      PIC 9(8).
       01 WS-RUN-DATE-INT  PIC 9(7) VALUE ZERO.
       01 WS-ROW-DATE-INT  PIC 9(7) VALUE ZERO.
       01 WS-ROW-AGE-DAYS  PIC S9(7) VALUE ZERO.
      *
      *THE CARD'S LIMITS AS THIS RUN APPLIES THEM . THE NEAR FLOOR IS
      *THE LOWEST DAILY TOTAL THAT STILL COUNTS AS NEAR THE THRESHOLD
       01 WS-THRESHOLD     PIC 9(7)V99 VALUE ZERO.
       01 WS-NEAR-PCT      PIC 9(2) VALUE 10.
       01 WS-WINDOW-DAYS   PIC 9(3) VALUE 030.
       01 WS-MIN-DAYS      PIC 9(2) VALUE 03.
       01 WS-NEAR-BAND     PIC 9(7)V99 VALUE ZERO.
       01 WS-NEAR-FLOOR    PIC 9(7)V99 VALUE ZERO.
      *
      *THE CUSTOMER MASTER, LOADED ONCE AT STARTUP SO EACH FILED
      *CUSTOMER'S NAME IS A TABLE LOOKUP . MORE THAN 500 CUSTOMERS IS
      *TREATED AS FATAL (SAME 500-ENTRY RULE THE SUITE'S BOUNDED
      *TABLES USE)
       01 WS-CUST-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                   INDEXED BY CU-IDX.
               10 WS-CUST-NO      PIC X(5).
               10 WS-CUST-NAME    PIC X(20).
       01 WS-CUST-FOUND-FLAG PIC X(1) VALUE "N".
           88 CUSTOMER-FOUND        VALUE "Y".
           88 CUSTOMER-NOT-FOUND    VALUE "N".
       01 WS-LAST-CU-IN      PIC X(5) VALUE LOW-VALUES.
      *
      *THE CUSTOMER WHOSE CASH IS BEING ROLLED UP IN THE SECOND PASS,
      *WITH ITS CONTRIBUTING ROWS HELD UNTIL THE BREAK DECIDES
      *WHETHER IT IS FILED . MORE THAN 500 CASH ROWS FOR ONE CUSTOMER
      *IN A DAY IS FATAL
       01 WS-CUR-KEY.
           05 WS-CUR-NO-CUST  PIC X(1) VALUE LOW-VALUES.
           05 WS-CUR-CUST     PIC X(5) VALUE LOW-VALUES.
       01 WS-CUR-NAME        PIC X(20) VALUE SPACES.
       01 WS-CUR-IN-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-CUR-OUT-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-CUR-IN-CNT      PIC 9(4) VALUE ZERO.
       01 WS-CUR-OUT-CNT     PIC 9(4) VALUE ZERO.
       01 WS-ROW-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 500 TIMES
                   INDEXED BY RW-IDX.
               10 WS-RW-ACCT-NO    PIC X(5).
               10 WS-RW-DIRECTION  PIC X(1).
               10 WS-RW-AMOUNT     PIC 9(7)V99.
               10 WS-RW-BRANCH-ID  PIC X(3).
               10 WS-RW-TELLER-ID  PIC X(4).
               10 WS-RW-RUN-TIME   PIC 9(8).
               10 WS-RW-OWN-BRANCH PIC X(3).
       01 WS-FILE-DIRECTION  PIC X(1) VALUE SPACES.
       01 WS-FILE-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-FILE-CNT        PIC 9(4) VALUE ZERO.
      *
      *TODAY'S NEAR-THRESHOLD CUSTOMERS, HELD UNTIL THE HISTORY ROLL
      *RELEASES THEM BEHIND THE RETAINED PRIOR DAYS . MORE THAN 500
      *IS FATAL
       01 WS-NEAR-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-NEAR-TABLE.
           05 WS-NEAR-ENTRY OCCURS 500 TIMES
                   INDEXED BY NR-IDX.
               10 WS-NR-NO-CUST    PIC X(1).
               10 WS-NR-CUST-KEY   PIC X(5).
               10 WS-NR-CUST-NAME  PIC X(20).
               10 WS-NR-IN-TOTAL   PIC 9(9)V99.
               10 WS-NR-OUT-TOTAL  PIC 9(9)V99.
      *
      *THE CUSTOMER WHOSE NEAR DAYS ARE BEING COUNTED IN THE HISTORY
      *ROLL
       01 WS-NEAR-KEY.
           05 WS-NEAR-NO-CUST PIC X(1) VALUE LOW-VALUES.
           05 WS-NEAR-CUST    PIC X(5) VALUE LOW-VALUES.
       01 WS-NEAR-NAME       PIC X(20) VALUE SPACES.
       01 WS-NEAR-DAYS       PIC 9(3) VALUE ZERO.
       01 WS-NEAR-FIRST      PIC 9(8) VALUE ZERO.
       01 WS-NEAR-LAST       PIC 9(8) VALUE ZERO.
       01 WS-NEAR-HIGH       PIC 9(9)V99 VALUE ZERO.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE      VALUE "Y".
           88 NOT-END-OF-INPUT-FILE  VALUE "N".
      *
      *CASH CONTROL TOTALS
       01 WS-CASH-TOTALS.
           05 WS-HIST-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-TODAY-CNT       PIC 9(7) VALUE ZERO.
           05 WS-CASH-CNT        PIC 9(7) VALUE ZERO.
           05 WS-CASH-IN-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05 WS-CASH-OUT-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05 WS-NO-CUST-CNT     PIC 9(7) VALUE ZERO.
           05 WS-CUST-SEEN-CNT   PIC 9(7) VALUE ZERO.
           05 WS-FILED-CUST-CNT  PIC 9(7) VALUE ZERO.
           05 WS-FILED-REC-CNT   PIC 9(7) VALUE ZERO.
           05 WS-FILED-ITEM-CNT  PIC 9(7) VALUE ZERO.
           05 WS-FILED-TOTAL     PIC 9(11)V99 VALUE ZERO.
           05 WS-NEAR-TODAY-CNT  PIC 9(7) VALUE ZERO.
           05 WS-NEAR-KEPT-CNT   PIC 9(7) VALUE ZERO.
           05 WS-NEAR-DROP-CNT   PIC 9(7) VALUE ZERO.
           05 WS-NEAR-OUT-CNT    PIC 9(7) VALUE ZERO.
           05 WS-STRUCT-CNT      PIC 9(7) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S) . THE COLUMN
      *HEADING REPRINTED ON EACH PAGE FOLLOWS THE SECTION IN PRINT
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 050.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-SECTION-FLAG    PIC X(1) VALUE "F".
           88 PRINTING-FILED-SECTION     VALUE "F".
           88 PRINTING-NEAR-SECTION      VALUE "N".
      *
      *HEADING AND DETAIL LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(14) VALUE SPACES.
            05 FILLER          PIC X(44)
                VALUE "PGM102 LARGE CASH TRANSACTION REVIEW LISTING".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "THRESHOLD ".
            05 H2-THRESHOLD    PIC ZZZZZZ9.99.
            05 FILLER          PIC X(12) VALUE "   PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3F.
           05 FILLER          PIC X(10) VALUE SPACES.
            05 FILLER          PIC X(10) VALUE "ACCOUNT".
            05 FILLER          PIC X(8)  VALUE "OWN BR".
            05 FILLER          PIC X(8)  VALUE "TXN BR".
            05 FILLER          PIC X(8)  VALUE "TELLER".
            05 FILLER          PIC X(6)  VALUE "DIR".
            05 FILLER          PIC X(10) VALUE "    AMOUNT".
      *
       01 WS-HEADING-3N.
           05 FILLER          PIC X(6)  VALUE "CUST".
            05 FILLER          PIC X(21) VALUE "NAME".
            05 FILLER          PIC X(5)  VALUE "DAYS".
            05 FILLER          PIC X(10) VALUE "FIRST".
            05 FILLER          PIC X(10) VALUE "LAST".
            05 FILLER          PIC X(13) VALUE "  HIGHEST DAY".
      *
       01 WS-CUST-LINE.
           05 FILLER          PIC X(9)  VALUE "CUSTOMER ".
            05 CL-CUST-NO      PIC X(5).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 CL-CUST-NAME    PIC X(20).
            05 FILLER          PIC X(10) VALUE "  CASH IN ".
            05 CL-IN-TOTAL     PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(6)  VALUE "  OUT ".
            05 CL-OUT-TOTAL    PIC ZZZZZZZZ9.99.
      *
       01 WS-FILED-LINE.
           05 FILLER          PIC X(10) VALUE SPACES.
            05 FL-TEXT         PIC X(50).
      *
       01 WS-ITEM-LINE.
           05 FILLER          PIC X(10) VALUE SPACES.
            05 IL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(5)  VALUE SPACES.
            05 IL-OWN-BRANCH   PIC X(3).
            05 FILLER          PIC X(5)  VALUE SPACES.
            05 IL-BRANCH-ID    PIC X(3).
            05 FILLER          PIC X(5)  VALUE SPACES.
            05 IL-TELLER-ID    PIC X(4).
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 IL-DIRECTION    PIC X(3).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 IL-AMOUNT       PIC ZZZZZZ9.99.
      *
       01 WS-NEAR-LINE.
           05 NL-CUST-NO      PIC X(5).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 NL-CUST-NAME    PIC X(20).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 NL-DAYS         PIC ZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 NL-FIRST        PIC 9(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 NL-LAST         PIC 9(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 NL-HIGH         PIC ZZZZZZZZ9.99.
      *
       01 WS-SECTION-LINE    PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 120-LOAD-CUSTOMER-MASTER
            SORT SORT-FILE
                ON ASCENDING KEY SR-ACCT-NO
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 150-RELEASE-CASH-ROWS
                OUTPUT PROCEDURE IS 300-ATTACH-CUSTOMER
            CLOSE CASH-WORK
      *     THE SECOND SORT BRINGS ONE CUSTOMER'S ACCOUNTS TOGETHER ;
      *     ACCOUNTS WITH NO OWNING CUSTOMER SORT BEHIND THE CUSTOMERS
            SORT CUST-SORT-FILE
                ON ASCENDING KEY CSR-NO-CUST CSR-CUST-KEY CSR-ACCT-NO
                WITH DUPLICATES IN ORDER
                USING CASH-WORK
                OUTPUT PROCEDURE IS 600-REVIEW-BY-CUSTOMER
            SET PRINTING-NEAR-SECTION TO TRUE
            MOVE 0 TO WS-LINE-COUNT
            SORT NEAR-SORT-FILE
                ON ASCENDING KEY NSR-NO-CUST NSR-CUST-KEY NSR-DATE
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 700-RELEASE-NEAR-HISTORY
                OUTPUT PROCEDURE IS 750-ROLL-NEAR-HISTORY
            PERFORM 690-WRITE-FILING-TRAILER
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and the card's limits, opens the
      *output files and starts the filing file with its header
      *
            PERFORM 110-GET-BUSINESS-DATE
            PERFORM 115-READ-PARAMETER-CARD
            OPEN OUTPUT FILING-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN FILING-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT CASH-WORK
            IF WS-STATUS8 NOT = 00
                MOVE "OPEN CASH-WORK" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT NEAR-HISTORY-OUT
            IF WS-STATUS10 NOT = 00
                MOVE "OPEN NEAR-HISTORY-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO FILING-REC
            SET CTR-HEADER-REC TO TRUE
            MOVE WS-RUN-DATE TO CTH-BUS-DATE
            MOVE WS-THRESHOLD TO CTH-THRESHOLD
            MOVE "LARGE CASH FILING" TO CTH-FILE-ID
            PERFORM 680-WRITE-FILING-REC
            .
      *
       110-GET-BUSINESS-DATE.
      *
      *takes the business date from the date card, falling back to
      *the system date when the card is absent
      *
            OPEN INPUT DATE-CARD
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 05
                MOVE "OPEN DATE-CARD" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ DATE-CARD
                AT END
                    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                NOT AT END
                    IF DTC-BUS-DATE-X IS NUMERIC
                            AND DTC-BUS-DATE > 0
                        MOVE DTC-BUS-DATE TO WS-RUN-DATE
                    ELSE
                        MOVE "BAD DATECARD DATE" TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
            END-READ
            CLOSE DATE-CARD
            MOVE WS-RUN-DATE TO H2-RUN-DATE
            COMPUTE WS-RUN-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            .
      *
       115-READ-PARAMETER-CARD.
      *
      *reads the threshold card . a missing card or a missing or
      *zero threshold is fatal -- a filing run with no threshold
      *would either file everyone or no one ; the optional fields
      *keep their defaults when blank and are fatal when garbled
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    MOVE "EMPTY CTRPARM CARD" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-READ
            IF CTP-THRESHOLD-X IS NOT NUMERIC OR CTP-THRESHOLD = 0
                MOVE "BAD CTRPARM THRESHOLD" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE CTP-THRESHOLD TO WS-THRESHOLD
            IF CTP-NEAR-PCT-X NOT = SPACES
                IF CTP-NEAR-PCT-X IS NOT NUMERIC OR CTP-NEAR-PCT = 0
                    MOVE "BAD CTRPARM NEAR PERCENT" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE CTP-NEAR-PCT TO WS-NEAR-PCT
            END-IF
            IF CTP-WINDOW-X NOT = SPACES
                IF CTP-WINDOW-X IS NOT NUMERIC OR CTP-WINDOW = 0
                    MOVE "BAD CTRPARM WINDOW" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE CTP-WINDOW TO WS-WINDOW-DAYS
            END-IF
            IF CTP-MIN-DAYS-X NOT = SPACES
                IF CTP-MIN-DAYS-X IS NOT NUMERIC OR CTP-MIN-DAYS = 0
                    MOVE "BAD CTRPARM MINIMUM DAYS" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE CTP-MIN-DAYS TO WS-MIN-DAYS
            END-IF
            CLOSE PARAM-FILE
            COMPUTE WS-NEAR-BAND ROUNDED =
                    WS-THRESHOLD * WS-NEAR-PCT / 100
            SUBTRACT WS-NEAR-BAND FROM WS-THRESHOLD
                GIVING WS-NEAR-FLOOR
            MOVE WS-THRESHOLD TO H2-THRESHOLD
            DISPLAY "REPORTING THRESHOLD ....: " WS-THRESHOLD
            DISPLAY "NEAR FLOOR .............: " WS-NEAR-FLOOR
            DISPLAY "WINDOW / MINIMUM DAYS ..: " WS-WINDOW-DAYS
                    " / " WS-MIN-DAYS
            .
      *
       120-LOAD-CUSTOMER-MASTER.
      *
      *loads the customer master into the in-core table . a
      *customer number out of ascending order is fatal
      *
            OPEN INPUT CUSTOMER-MASTER
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 125-READ-CUSTOMER
            PERFORM 130-LOAD-ONE-CUSTOMER
                UNTIL CU-CUST-NO = HIGH-VALUES
            CLOSE CUSTOMER-MASTER
            .
      *
       125-READ-CUSTOMER.
      *
      *reads the next customer master record
      *
            READ CUSTOMER-MASTER
                AT END MOVE HIGH-VALUES TO CU-CUST-NO
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF CU-CUST-NO NOT = HIGH-VALUES
                IF CU-CUST-NO NOT > WS-LAST-CU-IN
                    MOVE "CUSTMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE CU-CUST-NO TO WS-LAST-CU-IN
            END-IF
            .
      *
       130-LOAD-ONE-CUSTOMER.
      *
      *copies one customer into the next free table slot
      *
            IF WS-CUST-COUNT >= 500
                MOVE "CUSTMSTR EXCEEDS 500" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-CUST-COUNT
            SET CU-IDX TO WS-CUST-COUNT
            MOVE CU-CUST-NO TO WS-CUST-NO(CU-IDX)
            MOVE CU-CUST-NAME TO WS-CUST-NAME(CU-IDX)
            PERFORM 125-READ-CUSTOMER
            .
      *
       150-RELEASE-CASH-ROWS.
      *
      *is the first sort's input procedure . passes the posted
      *history once, releasing today's cash rows by account
      *
            OPEN INPUT POSTED-HISTORY
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 160-READ-HISTORY
            PERFORM 170-TEST-ONE-ROW
                UNTIL END-OF-INPUT-FILE
            CLOSE POSTED-HISTORY
            .
      *
       160-READ-HISTORY.
      *
      *reads the next posted-history record, passing over
      *the seal rows the posting run closes each block with
      *
            PERFORM 161-READ-ONE-HISTORY-ROW
            PERFORM 161-READ-ONE-HISTORY-ROW
                UNTIL END-OF-INPUT-FILE OR HIS-TYPE NOT = "*"
            IF NOT-END-OF-INPUT-FILE
                ADD 1 TO WS-HIST-READ-CNT
            END-IF
            .
      *
       161-READ-ONE-HISTORY-ROW.
      *
      *reads one posted-history row
      *
            READ POSTED-HISTORY
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       170-TEST-ONE-ROW.
      *
      *releases the row in hand when it posted today and is cash : a
      *counter credit or debit with a branch and a teller on it
      *
            IF HIS-RUN-DATE = WS-RUN-DATE
                ADD 1 TO WS-TODAY-CNT
                IF (HIS-SOURCE = "B" OR "Y" OR "R")
                        AND (HIS-TYPE = "C" OR "D")
                        AND HIS-BRANCH-ID NOT = SPACES
                        AND HIS-TELLER-ID NOT = SPACES
                    MOVE SPACES TO SORT-REC
                    MOVE HIS-ACCT-NO TO SR-ACCT-NO
                    IF HIS-TYPE = "C"
                        MOVE "I" TO SR-DIRECTION
                        ADD HIS-AMOUNT TO WS-CASH-IN-TOTAL
                    ELSE
                        MOVE "O" TO SR-DIRECTION
                        ADD HIS-AMOUNT TO WS-CASH-OUT-TOTAL
                    END-IF
                    MOVE HIS-AMOUNT TO SR-AMOUNT
                    MOVE HIS-BRANCH-ID TO SR-BRANCH-ID
                    MOVE HIS-TELLER-ID TO SR-TELLER-ID
                    MOVE HIS-RUN-TIME TO SR-RUN-TIME
                    RELEASE SORT-REC
                    ADD 1 TO WS-CASH-CNT
                END-IF
            END-IF
            PERFORM 160-READ-HISTORY
            .
      *
       300-ATTACH-CUSTOMER.
      *
      *is the first sort's output procedure . walks the cash rows in
      *account order against the new-master and writes each to the
      *work file under its owning customer
      *
            OPEN INPUT NEW-MASTER
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 310-READ-NEW-MASTER
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 320-RETURN-CASH-ROW
            PERFORM 330-ATTACH-ONE-ROW
                UNTIL END-OF-INPUT-FILE
            CLOSE NEW-MASTER
            .
      *
       310-READ-NEW-MASTER.
      *
      *reads the next new-master record
      *
            READ NEW-MASTER
                AT END MOVE HIGH-VALUES TO NM-ACCT-NO
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ NEW-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       320-RETURN-CASH-ROW.
      *
      *returns the next cash row in account order
      *
            RETURN SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       330-ATTACH-ONE-ROW.
      *
      *advances the new-master to the row's account and writes the
      *row under the account's owning customer, or under its own
      *account number when the master names no customer or no longer
      *carries the account
      *
            PERFORM 310-READ-NEW-MASTER
                UNTIL NM-ACCT-NO NOT < SR-ACCT-NO
            MOVE SPACES TO CASH-WORK-REC
            IF NM-ACCT-NO = SR-ACCT-NO AND NM-CUST-NO NOT = SPACES
                MOVE "N" TO CW-NO-CUST
                MOVE NM-CUST-NO TO CW-CUST-KEY
            ELSE
                MOVE "Y" TO CW-NO-CUST
                MOVE SR-ACCT-NO TO CW-CUST-KEY
                ADD 1 TO WS-NO-CUST-CNT
            END-IF
            IF NM-ACCT-NO = SR-ACCT-NO
                MOVE NM-BRANCH TO CW-OWN-BRANCH
            END-IF
            MOVE SR-ACCT-NO TO CW-ACCT-NO
            MOVE SR-DIRECTION TO CW-DIRECTION
            MOVE SR-AMOUNT TO CW-AMOUNT
            MOVE SR-BRANCH-ID TO CW-BRANCH-ID
            MOVE SR-TELLER-ID TO CW-TELLER-ID
            MOVE SR-RUN-TIME TO CW-RUN-TIME
            WRITE CASH-WORK-REC
            IF WS-STATUS8 NOT = 00
                MOVE "WRITE CASH-WORK" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 320-RETURN-CASH-ROW
            .
      *
       600-REVIEW-BY-CUSTOMER.
      *
      *is the second sort's output procedure . rolls each customer's
      *cash up and judges it at the customer break
      *
            SET PRINTING-FILED-SECTION TO TRUE
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 610-RETURN-CUST-ROW
            PERFORM 620-ADD-ONE-ROW
                UNTIL END-OF-INPUT-FILE
            IF WS-ROW-COUNT > 0
                PERFORM 640-JUDGE-CUSTOMER
            END-IF
            .
      *
       610-RETURN-CUST-ROW.
      *
      *returns the next cash row in customer order
      *
            RETURN CUST-SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       620-ADD-ONE-ROW.
      *
      *judges the customer just finished when the key changes, then
      *adds the row in hand to the customer now open
      *
            IF CSR-NO-CUST NOT = WS-CUR-NO-CUST
                    OR CSR-CUST-KEY NOT = WS-CUR-CUST
                IF WS-ROW-COUNT > 0
                    PERFORM 640-JUDGE-CUSTOMER
                END-IF
                PERFORM 630-OPEN-CUSTOMER
            END-IF
            IF WS-ROW-COUNT >= 500
                MOVE "CUSTOMER CASH ROWS EXCEED 500" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-ROW-COUNT
            SET RW-IDX TO WS-ROW-COUNT
            MOVE CSR-ACCT-NO TO WS-RW-ACCT-NO(RW-IDX)
            MOVE CSR-DIRECTION TO WS-RW-DIRECTION(RW-IDX)
            MOVE CSR-AMOUNT TO WS-RW-AMOUNT(RW-IDX)
            MOVE CSR-BRANCH-ID TO WS-RW-BRANCH-ID(RW-IDX)
            MOVE CSR-TELLER-ID TO WS-RW-TELLER-ID(RW-IDX)
            MOVE CSR-RUN-TIME TO WS-RW-RUN-TIME(RW-IDX)
            MOVE CSR-OWN-BRANCH TO WS-RW-OWN-BRANCH(RW-IDX)
            IF CSR-DIRECTION = "I"
                ADD CSR-AMOUNT TO WS-CUR-IN-TOTAL
                ADD 1 TO WS-CUR-IN-CNT
            ELSE
                ADD CSR-AMOUNT TO WS-CUR-OUT-TOTAL
                ADD 1 TO WS-CUR-OUT-CNT
            END-IF
            PERFORM 610-RETURN-CUST-ROW
            .
      *
       630-OPEN-CUSTOMER.
      *
      *starts a new customer : clears the totals and the held rows
      *and looks up the customer's name
      *
            MOVE CSR-NO-CUST TO WS-CUR-NO-CUST
            MOVE CSR-CUST-KEY TO WS-CUR-CUST
            MOVE 0 TO WS-ROW-COUNT
            MOVE 0 TO WS-CUR-IN-TOTAL
            MOVE 0 TO WS-CUR-OUT-TOTAL
            MOVE 0 TO WS-CUR-IN-CNT
            MOVE 0 TO WS-CUR-OUT-CNT
            ADD 1 TO WS-CUST-SEEN-CNT
            IF WS-CUR-NO-CUST = "Y"
                MOVE "*NO OWNING CUSTOMER*" TO WS-CUR-NAME
            ELSE
                MOVE "*NOT ON CUSTMSTR*" TO WS-CUR-NAME
                SET CUSTOMER-NOT-FOUND TO TRUE
                IF WS-CUST-COUNT > 0
                    PERFORM 635-TEST-ONE-CUSTOMER
                        VARYING CU-IDX FROM 1 BY 1
                        UNTIL CU-IDX > WS-CUST-COUNT
                            OR CUSTOMER-FOUND
                END-IF
            END-IF
            .
      *
       635-TEST-ONE-CUSTOMER.
      *
      *tests one tabled customer against the customer now open
      *
            IF WS-CUST-NO(CU-IDX) = WS-CUR-CUST
                MOVE WS-CUST-NAME(CU-IDX) TO WS-CUR-NAME
                SET CUSTOMER-FOUND TO TRUE
            END-IF
            .
      *
       640-JUDGE-CUSTOMER.
      *
      *files and lists the customer when either direction reached
      *the threshold ; otherwise remembers the day when either
      *direction came within the near band below it
      *
            IF WS-CUR-IN-TOTAL NOT < WS-THRESHOLD
                    OR WS-CUR-OUT-TOTAL NOT < WS-THRESHOLD
                ADD 1 TO WS-FILED-CUST-CNT
                MOVE SPACES TO WS-SECTION-LINE
                PERFORM 660-PRINT-CUSTOMER-HEAD
                IF WS-CUR-IN-TOTAL NOT < WS-THRESHOLD
                    MOVE "I" TO WS-FILE-DIRECTION
                    MOVE WS-CUR-IN-TOTAL TO WS-FILE-TOTAL
                    MOVE WS-CUR-IN-CNT TO WS-FILE-CNT
                    PERFORM 650-FILE-ONE-DIRECTION
                END-IF
                IF WS-CUR-OUT-TOTAL NOT < WS-THRESHOLD
                    MOVE "O" TO WS-FILE-DIRECTION
                    MOVE WS-CUR-OUT-TOTAL TO WS-FILE-TOTAL
                    MOVE WS-CUR-OUT-CNT TO WS-FILE-CNT
                    PERFORM 650-FILE-ONE-DIRECTION
                END-IF
                PERFORM 665-PRINT-CUSTOMER-ITEMS
            END-IF
            IF (WS-CUR-IN-TOTAL NOT < WS-NEAR-FLOOR
                    AND WS-CUR-IN-TOTAL < WS-THRESHOLD)
                    OR (WS-CUR-OUT-TOTAL NOT < WS-NEAR-FLOOR
                    AND WS-CUR-OUT-TOTAL < WS-THRESHOLD)
                PERFORM 670-REMEMBER-NEAR-DAY
            END-IF
            .
      *
       650-FILE-ONE-DIRECTION.
      *
      *writes the customer record for one direction filed and one
      *item record behind it for each posting in that direction
      *
            MOVE SPACES TO FILING-REC
            SET CTR-CUSTOMER-REC TO TRUE
            MOVE WS-RUN-DATE TO CTC-BUS-DATE
            MOVE WS-CUR-CUST TO CTC-CUST-NO
            MOVE WS-CUR-NO-CUST TO CTC-NO-CUST
            MOVE WS-CUR-NAME TO CTC-CUST-NAME
            MOVE WS-FILE-DIRECTION TO CTC-DIRECTION
            MOVE WS-FILE-TOTAL TO CTC-TOTAL
            MOVE WS-FILE-CNT TO CTC-ITEM-CNT
            PERFORM 680-WRITE-FILING-REC
            ADD 1 TO WS-FILED-REC-CNT
            ADD WS-FILE-TOTAL TO WS-FILED-TOTAL
            PERFORM 655-FILE-ONE-ITEM
                VARYING RW-IDX FROM 1 BY 1
                UNTIL RW-IDX > WS-ROW-COUNT
            .
      *
       655-FILE-ONE-ITEM.
      *
      *writes the item record for one held row in the direction
      *being filed
      *
            IF WS-RW-DIRECTION(RW-IDX) = WS-FILE-DIRECTION
                MOVE SPACES TO FILING-REC
                SET CTR-ITEM-REC TO TRUE
                MOVE WS-CUR-CUST TO CTI-CUST-NO
                MOVE WS-FILE-DIRECTION TO CTI-DIRECTION
                MOVE WS-RW-ACCT-NO(RW-IDX) TO CTI-ACCT-NO
                MOVE WS-RW-OWN-BRANCH(RW-IDX) TO CTI-OWN-BRANCH
                MOVE WS-RW-BRANCH-ID(RW-IDX) TO CTI-BRANCH-ID
                MOVE WS-RW-TELLER-ID(RW-IDX) TO CTI-TELLER-ID
                MOVE WS-RW-AMOUNT(RW-IDX) TO CTI-AMOUNT
                MOVE WS-RW-RUN-TIME(RW-IDX) TO CTI-RUN-TIME
                PERFORM 680-WRITE-FILING-REC
                ADD 1 TO WS-FILED-ITEM-CNT
            END-IF
            .
      *
       660-PRINT-CUSTOMER-HEAD.
      *
      *prints the customer line with both directions' totals and
      *which of them is being filed
      *
            MOVE WS-CUR-CUST TO CL-CUST-NO
            MOVE WS-CUR-NAME TO CL-CUST-NAME
            MOVE WS-CUR-IN-TOTAL TO CL-IN-TOTAL
            MOVE WS-CUR-OUT-TOTAL TO CL-OUT-TOTAL
            MOVE WS-CUST-LINE TO WS-SECTION-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            MOVE SPACES TO FL-TEXT
            IF WS-CUR-IN-TOTAL NOT < WS-THRESHOLD
                    AND WS-CUR-OUT-TOTAL NOT < WS-THRESHOLD
                MOVE "FILED : CASH IN AND CASH OUT" TO FL-TEXT
            ELSE
                IF WS-CUR-IN-TOTAL NOT < WS-THRESHOLD
                    MOVE "FILED : CASH IN" TO FL-TEXT
                ELSE
                    MOVE "FILED : CASH OUT" TO FL-TEXT
                END-IF
            END-IF
            MOVE WS-FILED-LINE TO WS-SECTION-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       665-PRINT-CUSTOMER-ITEMS.
      *
      *prints every contributing row of the customer, both
      *directions, then a blank separator line
      *
            PERFORM 667-PRINT-ONE-ITEM
                VARYING RW-IDX FROM 1 BY 1
                UNTIL RW-IDX > WS-ROW-COUNT
            MOVE SPACES TO WS-SECTION-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       667-PRINT-ONE-ITEM.
      *
      *prints one contributing row
      *
            MOVE WS-RW-ACCT-NO(RW-IDX) TO IL-ACCT-NO
            MOVE WS-RW-OWN-BRANCH(RW-IDX) TO IL-OWN-BRANCH
            MOVE WS-RW-BRANCH-ID(RW-IDX) TO IL-BRANCH-ID
            MOVE WS-RW-TELLER-ID(RW-IDX) TO IL-TELLER-ID
            IF WS-RW-DIRECTION(RW-IDX) = "I"
                MOVE "IN" TO IL-DIRECTION
            ELSE
                MOVE "OUT" TO IL-DIRECTION
            END-IF
            MOVE WS-RW-AMOUNT(RW-IDX) TO IL-AMOUNT
            MOVE WS-ITEM-LINE TO WS-SECTION-LINE
            PERFORM 400-PRINT-DETAIL-RTN
            .
      *
       670-REMEMBER-NEAR-DAY.
      *
      *holds today's near-threshold customer for the history roll
      *
            IF WS-NEAR-COUNT >= 500
                MOVE "NEAR CUSTOMERS EXCEED 500" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-NEAR-COUNT
            SET NR-IDX TO WS-NEAR-COUNT
            MOVE WS-CUR-NO-CUST TO WS-NR-NO-CUST(NR-IDX)
            MOVE WS-CUR-CUST TO WS-NR-CUST-KEY(NR-IDX)
            MOVE WS-CUR-NAME TO WS-NR-CUST-NAME(NR-IDX)
            MOVE WS-CUR-IN-TOTAL TO WS-NR-IN-TOTAL(NR-IDX)
            MOVE WS-CUR-OUT-TOTAL TO WS-NR-OUT-TOTAL(NR-IDX)
            ADD 1 TO WS-NEAR-TODAY-CNT
            .
      *
       680-WRITE-FILING-REC.
      *
      *writes one record to the filing file
      *
            WRITE FILING-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE FILING-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       690-WRITE-FILING-TRAILER.
      *
      *closes the filing file with its trailer : customer records,
      *item records and the amount filed
      *
            MOVE SPACES TO FILING-REC
            SET CTR-TRAILER-REC TO TRUE
            MOVE WS-RUN-DATE TO CTT-BUS-DATE
            MOVE WS-FILED-REC-CNT TO CTT-CUST-CNT
            MOVE WS-FILED-ITEM-CNT TO CTT-ITEM-CNT
            MOVE WS-FILED-TOTAL TO CTT-TOTAL
            PERFORM 680-WRITE-FILING-REC
            .
      *
       700-RELEASE-NEAR-HISTORY.
      *
      *is the third sort's input procedure . releases the prior
      *near days still inside the window, then today's . a prior row
      *for today's date is a rerun's and is dropped, as is a row
      *with no usable date
      *
            OPEN INPUT NEAR-HISTORY
            IF WS-STATUS9 NOT = 00 AND WS-STATUS9 NOT = 05
                MOVE "OPEN NEAR-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 710-READ-NEAR-HISTORY
            PERFORM 720-KEEP-ONE-NEAR-ROW
                UNTIL END-OF-INPUT-FILE
            CLOSE NEAR-HISTORY
            IF WS-NEAR-COUNT > 0
                PERFORM 730-RELEASE-TODAY-NEAR
                    VARYING NR-IDX FROM 1 BY 1
                    UNTIL NR-IDX > WS-NEAR-COUNT
            END-IF
            .
      *
       710-READ-NEAR-HISTORY.
      *
      *reads the next prior near-threshold record
      *
            READ NEAR-HISTORY
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS9 NOT = 00 AND WS-STATUS9 NOT = 10
                MOVE "READ NEAR-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       720-KEEP-ONE-NEAR-ROW.
      *
      *releases one prior near row when it falls inside the window
      *
            MOVE 999999 TO WS-ROW-AGE-DAYS
            IF NH-DATE-X IS NUMERIC AND NH-DATE > 0
                    AND NH-DATE < WS-RUN-DATE
                COMPUTE WS-ROW-DATE-INT =
                        FUNCTION INTEGER-OF-DATE(NH-DATE)
                COMPUTE WS-ROW-AGE-DAYS =
                        WS-RUN-DATE-INT - WS-ROW-DATE-INT
            END-IF
            IF WS-ROW-AGE-DAYS < WS-WINDOW-DAYS
                MOVE NEAR-HISTORY-REC TO NEAR-SORT-REC
                RELEASE NEAR-SORT-REC
                ADD 1 TO WS-NEAR-KEPT-CNT
            ELSE
                ADD 1 TO WS-NEAR-DROP-CNT
            END-IF
            PERFORM 710-READ-NEAR-HISTORY
            .
      *
       730-RELEASE-TODAY-NEAR.
      *
      *releases one of today's near-threshold customers
      *
            MOVE SPACES TO NEAR-SORT-REC
            MOVE WS-NR-NO-CUST(NR-IDX) TO NSR-NO-CUST
            MOVE WS-NR-CUST-KEY(NR-IDX) TO NSR-CUST-KEY
            MOVE WS-NR-CUST-NAME(NR-IDX) TO NSR-CUST-NAME
            MOVE WS-RUN-DATE TO NSR-DATE
            MOVE WS-NR-IN-TOTAL(NR-IDX) TO NSR-IN-TOTAL
            MOVE WS-NR-OUT-TOTAL(NR-IDX) TO NSR-OUT-TOTAL
            RELEASE NEAR-SORT-REC
            .
      *
       750-ROLL-NEAR-HISTORY.
      *
      *is the third sort's output procedure . writes the rolled
      *history forward and counts each customer's near days, listing
      *the customers that reach the card's minimum
      *
            MOVE SPACES TO WS-SECTION-LINE
            SET NOT-END-OF-INPUT-FILE TO TRUE
            PERFORM 760-RETURN-NEAR-ROW
            PERFORM 770-COUNT-ONE-NEAR-ROW
                UNTIL END-OF-INPUT-FILE
            IF WS-NEAR-DAYS > 0
                PERFORM 780-JUDGE-NEAR-CUSTOMER
            END-IF
            IF WS-STRUCT-CNT = 0
                MOVE "NO CUSTOMER NEAR THE THRESHOLD ON ENOUGH DAYS"
                    TO WS-SECTION-LINE
                PERFORM 400-PRINT-DETAIL-RTN
            END-IF
            .
      *
       760-RETURN-NEAR-ROW.
      *
      *returns the next near row in customer and date order
      *
            RETURN NEAR-SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       770-COUNT-ONE-NEAR-ROW.
      *
      *carries one near row forward and counts it against its
      *customer, judging the customer just finished on a key change
      *
            IF NSR-NO-CUST NOT = WS-NEAR-NO-CUST
                    OR NSR-CUST-KEY NOT = WS-NEAR-CUST
                IF WS-NEAR-DAYS > 0
                    PERFORM 780-JUDGE-NEAR-CUSTOMER
                END-IF
                MOVE NSR-NO-CUST TO WS-NEAR-NO-CUST
                MOVE NSR-CUST-KEY TO WS-NEAR-CUST
                MOVE NSR-CUST-NAME TO WS-NEAR-NAME
                MOVE 0 TO WS-NEAR-DAYS
                MOVE NSR-DATE TO WS-NEAR-FIRST
                MOVE 0 TO WS-NEAR-HIGH
            END-IF
            ADD 1 TO WS-NEAR-DAYS
            MOVE NSR-DATE TO WS-NEAR-LAST
            IF NSR-IN-TOTAL < WS-THRESHOLD
                    AND NSR-IN-TOTAL > WS-NEAR-HIGH
                MOVE NSR-IN-TOTAL TO WS-NEAR-HIGH
            END-IF
            IF NSR-OUT-TOTAL < WS-THRESHOLD
                    AND NSR-OUT-TOTAL > WS-NEAR-HIGH
                MOVE NSR-OUT-TOTAL TO WS-NEAR-HIGH
            END-IF
            WRITE NEAR-HISTORY-OUT-REC FROM NEAR-SORT-REC
            IF WS-STATUS10 NOT = 00
                MOVE "WRITE NEAR-HISTORY-OUT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-NEAR-OUT-CNT
            PERFORM 760-RETURN-NEAR-ROW
            .
      *
       780-JUDGE-NEAR-CUSTOMER.
      *
      *lists the customer just counted when its near days inside
      *the window reach the card's minimum
      *
            IF WS-NEAR-DAYS NOT < WS-MIN-DAYS
                MOVE WS-NEAR-CUST TO NL-CUST-NO
                MOVE WS-NEAR-NAME TO NL-CUST-NAME
                MOVE WS-NEAR-DAYS TO NL-DAYS
                MOVE WS-NEAR-FIRST TO NL-FIRST
                MOVE WS-NEAR-LAST TO NL-LAST
                MOVE WS-NEAR-HIGH TO NL-HIGH
                MOVE WS-NEAR-LINE TO WS-SECTION-LINE
                PERFORM 400-PRINT-DETAIL-RTN
                ADD 1 TO WS-STRUCT-CNT
            END-IF
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints the line in ws-section-line . starts a new page and
      *reprints the headings whenever the page fills up or a section
      *is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE FROM WS-SECTION-LINE
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new page : bumps the page counter and writes the
      *headings of the section in print followed by a blank line
      *
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-PAGE-COUNT TO H2-PAGE-NO
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            IF PRINTING-NEAR-SECTION
                MOVE "POSSIBLE STRUCTURING : NEAR THE THRESHOLD ON"
                    TO REPORT-LINE
                MOVE "SEVERAL DAYS IN THE WINDOW"
                    TO REPORT-LINE(46:26)
                WRITE REPORT-LINE
                WRITE REPORT-LINE FROM WS-HEADING-3N
            ELSE
                MOVE "CUSTOMERS AT OR OVER THE THRESHOLD - FILED"
                    TO REPORT-LINE
                WRITE REPORT-LINE
                WRITE REPORT-LINE FROM WS-HEADING-3F
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *prints the cash control totals so the filing can be proved
      *against the day's posted history
      *
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CASH ROWS " WS-CASH-CNT
                   "  CUSTOMERS " WS-CUST-SEEN-CNT
                   "  FILED " WS-FILED-CUST-CNT
                   "  NEAR TODAY " WS-NEAR-TODAY-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "FILING RECORDS " WS-FILED-REC-CNT
                   "  ITEMS " WS-FILED-ITEM-CNT
                   "  STRUCTURING " WS-STRUCT-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "HISTORY ROWS READ ......: " WS-HIST-READ-CNT
            DISPLAY "POSTED TODAY ...........: " WS-TODAY-CNT
            DISPLAY "CASH ROWS TODAY ........: " WS-CASH-CNT
            DISPLAY "CASH IN TOTAL ..........: " WS-CASH-IN-TOTAL
            DISPLAY "CASH OUT TOTAL .........: " WS-CASH-OUT-TOTAL
            DISPLAY "ROWS WITH NO CUSTOMER ..: " WS-NO-CUST-CNT
            DISPLAY "CUSTOMERS WITH CASH ....: " WS-CUST-SEEN-CNT
            DISPLAY "CUSTOMERS FILED ........: " WS-FILED-CUST-CNT
            DISPLAY "FILING CUSTOMER RECORDS : " WS-FILED-REC-CNT
            DISPLAY "FILING ITEM RECORDS ....: " WS-FILED-ITEM-CNT
            DISPLAY "AMOUNT FILED ...........: " WS-FILED-TOTAL
            DISPLAY "NEAR THRESHOLD TODAY ...: " WS-NEAR-TODAY-CNT
            DISPLAY "NEAR ROWS KEPT .........: " WS-NEAR-KEPT-CNT
            DISPLAY "NEAR ROWS AGED OUT .....: " WS-NEAR-DROP-CNT
            DISPLAY "NEAR ROWS CARRIED ......: " WS-NEAR-OUT-CNT
            DISPLAY "POSSIBLE STRUCTURING ...: " WS-STRUCT-CNT
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE FILING-FILE
             REPORT-FILE
             NEAR-HISTORY-OUT.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status, a bad card or an
      *oversize table instead of filing half a day
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM102 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (POSTED-HISTORY): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (NEW-MASTER): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (CUSTOMER-MASTER): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (PARAM-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (DATE-CARD): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (FILING-FILE): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (REPORT-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (CASH-WORK): " WS-STATUS8
            DISPLAY "* WS-STATUS9 (NEAR-HISTORY): " WS-STATUS9
            DISPLAY "* WS-STATUS10 (NEAR-HISTORY-OUT): " WS-STATUS10
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
