       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM119.
      *RETURNED EXTERNAL PAYMENTS : A PAYMENT PGM118 SENT OUT THAT
      *THE RECEIVING BANK CANNOT APPLY COMES BACK ON ITS RETURNS FILE
      *(EXTRTN : A HEADER, ONE DETAIL PER RETURNED PAYMENT CARRYING
      *OUR ORIGINAL TRACE NUMBER, THE AMOUNT AND A REASON CODE, AND
      *A TRAILER CARRYING THE COUNT AND TOTAL, WHICH MUST AGREE WITH
      *THE DETAILS OR NOTHING IS CREDITED) . THE RETURNS ARE SORTED
      *BY TRACE NUMBER INTO A TABLE AND THE PERMANENT PAYMENT
      *REGISTER (EXTREG) IS READ THROUGH ONCE, EACH ROW LOOKED UP IN
      *THE TABLE BY A BINARY SEARCH . A RETURN IS CREDITED BACK TO
      *THE CUSTOMER ONLY WHEN :
      *  - ITS TRACE NUMBER IS ON THE REGISTER ;
      *  - ITS AMOUNT IS THE AMOUNT WE SENT ;
      *  - IT IS THE FIRST RETURN FOR THAT TRACE NUMBER IN THE FILE ;
      *  - THE RETURN LOG (EXTRLOG) DOES NOT SHOW IT ALREADY CREDITED
      *    ON AN EARLIER RUN .
      *A CREDITED RETURN IS WRITTEN AS AN ORDINARY "C" CREDIT TO
      *EXTRCR, EFFECTIVE THE BUSINESS DATE, WHICH THE NEXT PGM74
      *GATEWAY RUN FEEDS INTO TRANFILE UNDER SOURCE "O", AND IS
      *APPENDED TO THE RETURN LOG . EVERY OTHER RETURN IS LISTED AS
      *AN EXCEPTION FOR THE PAYMENTS OFFICE AND NOT CREDITED . THE
      *REPORT SHOWS EACH RETURN WITH ITS REASON, THE RETURNS BY
      *REASON, AND THE PROOF THAT RECEIVED EQUALS CREDITED PLUS
      *EXCEPTIONS IN COUNT AND AMOUNT, OR THE RUN ENDS NON-ZERO
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RETURNS-FILE ASSIGN TO "EXTRTN"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PAY-REGISTER ASSIGN TO "EXTREG"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL RETURN-LOG ASSIGN TO "EXTRLOG"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CREDIT-FILE ASSIGN TO "EXTRCR"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "EXTRRPT"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD RETURNS-FILE.
      *     THE RECEIVING BANKS' RETURNS, IN THE SAME NETWORK FORMAT
      *     AS PGM118.COB'S OUTBOUND-REC : ONE "1" HEADER, ONE "6"
      *     DETAIL PER RETURNED PAYMENT, ONE "9" TRAILER
       01 RETURNS-REC.
           05 XR-REC-TYPE    PIC X(1).
               88 XR-HEADER      VALUE "1".
               88 XR-DETAIL      VALUE "6".
               88 XR-TRAILER     VALUE "9".
            05 XR-BODY        PIC X(99).
            05 XR-HEADER-BODY REDEFINES XR-BODY.
               10 XR-SENDER-ROUTING PIC X(9).
               10 XR-FILE-DATE-X   PIC X(8).
               10 XR-FILE-DATE REDEFINES XR-FILE-DATE-X
                                   PIC 9(8).
               10 FILLER           PIC X(82).
            05 XR-DETAIL-BODY REDEFINES XR-BODY.
               10 XR-TRACE-NO      PIC X(15).
               10 XR-AMOUNT-X      PIC X(9).
               10 XR-AMOUNT REDEFINES XR-AMOUNT-X PIC 9(7)V99.
               10 XR-RETURN-CODE   PIC X(2).
               10 XR-BENE-ROUTING  PIC X(9).
               10 XR-BENE-ACCT     PIC X(17).
               10 FILLER           PIC X(47).
            05 XR-TRAILER-BODY REDEFINES XR-BODY.
               10 XR-ITEM-COUNT-X  PIC X(7).
               10 XR-ITEM-COUNT REDEFINES XR-ITEM-COUNT-X
                                   PIC 9(7).
               10 XR-ITEM-TOTAL-X  PIC X(13).
               10 XR-ITEM-TOTAL REDEFINES XR-ITEM-TOTAL-X
                                   PIC 9(11)V99.
               10 FILLER           PIC X(79).
      *
       FD PAY-REGISTER.
      *     THE PERMANENT REGISTER OF EXTERNAL PAYMENTS SENT . MUST
      *     STAY IN SYNC WITH PGM118.COB'S PAY-REGISTER-REC LAYOUT
       01 PAY-REGISTER-REC.
           05 RG-TRACE-NO    PIC X(15).
            05 RG-ACCT-NO     PIC X(5).
            05 RG-AMOUNT      PIC 9(7)V99.
            05 RG-BENE-ROUTING PIC X(9).
            05 RG-BENE-ACCT   PIC X(17).
            05 RG-BENE-NAME   PIC X(20).
            05 RG-BRANCH      PIC X(3).
            05 RG-EFF-DATE    PIC 9(8).
            05 RG-SENT-DATE   PIC 9(8).
            05 FILLER         PIC X(6).
      *
       FD RETURN-LOG.
      *     ONE ROW PER RETURN EVER CREDITED, APPENDED EVERY RUN, SO
      *     A RETURN THE BANK SENDS TWICE IS NEVER CREDITED TWICE .
      *     ABSENT MEANS NOTHING HAS BEEN CREDITED YET
       01 RETURN-LOG-REC.
           05 RL-TRACE-NO    PIC X(15).
            05 RL-ACCT-NO     PIC X(5).
            05 RL-AMOUNT      PIC 9(7)V99.
            05 RL-RETURN-CODE PIC X(2).
            05 RL-CREDIT-DATE PIC 9(8).
            05 FILLER         PIC X(41).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD CREDIT-FILE.
      *     ONE "C" CREDIT PER RETURN CREDITED, FOR THE PGM74 GATEWAY
      *     (SOURCE "O") . MUST STAY IN SYNC WITH PGM52.COB'S
      *     TRANS-REC LAYOUT . THE BLANK BRANCH KEEPS RETURNED
      *     PAYMENTS OUT OF THE BRANCHES' COUNTER FIGURES ON PGM77
       01 CREDIT-REC.
           05 CR-ACCT-NO    COPY ACCTREC.
            05 CR-AMOUNT     PIC 9(7)V99.
            05 CR-TYPE       PIC X(1).
            05 CR-EFF-DATE   PIC 9(8).
            05 CR-ORIG-TYPE  PIC X(1).
            05 CR-ORIG-DATE  PIC 9(8).
            05 CR-BRANCH-ID  PIC X(3).
            05 CR-TELLER-ID  PIC X(4).
            05 FILLER        PIC X(61).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       SD SORT-FILE.
      *     THE RETURNED DETAILS, IN RETURNS-REC DETAIL LAYOUT
       01 SORT-REC.
           05 SR-REC-TYPE    PIC X(1).
            05 SR-TRACE-NO    PIC X(15).
            05 SR-AMOUNT      PIC 9(7)V99.
            05 SR-RETURN-CODE PIC X(2).
            05 FILLER         PIC X(73).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-STATUS3   PIC 99.
       01 WS-STATUS4   PIC 99.
       01 WS-STATUS5   PIC 99.
       01 WS-STATUS6   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE        PIC 9(8) VALUE ZERO.
       01 WS-EOF-SW          PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE  VALUE "Y".
       01 WS-EOF-SW2         PIC X(1) VALUE "N".
           88 END-OF-FILE2       VALUE "Y".
      *
      *THE RETURNS FILE HEADER, KEPT FOR THE REPORT
       01 WS-FILE-DATE       PIC 9(8) VALUE ZERO.
       01 WS-SENDER-ROUTING  PIC X(9) VALUE SPACES.
      *
      *THE RETURN REASON CODES THE NETWORK USES . ANY OTHER CODE IS
      *REPORTED AND TALLIED AS "OTHER"
       01 WS-REASON-NAMES.
           05 FILLER PIC X(24) VALUE "01ACCOUNT CLOSED".
            05 FILLER PIC X(24) VALUE "02NO SUCH ACCOUNT".
            05 FILLER PIC X(24) VALUE "03NAME MISMATCH".
            05 FILLER PIC X(24) VALUE "04ACCOUNT FROZEN".
            05 FILLER PIC X(24) VALUE "05REFUSED BY BENEFICIARY".
            05 FILLER PIC X(24) VALUE "  OTHER".
       01 WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
           05 WS-RSN-ENTRY OCCURS 6 TIMES
                   INDEXED BY RS-IDX.
               10 WS-RSN-CODE       PIC X(2).
               10 WS-RSN-TEXT       PIC X(22).
       01 WS-RSN-COUNTS.
           05 WS-RSN-TALLY OCCURS 6 TIMES.
               10 WS-RSN-CNT        PIC 9(7).
               10 WS-RSN-TOT        PIC 9(11)V99.
       01 WS-RSN-SUB         PIC 9(1) VALUE ZERO.
      *
      *THE DAY'S RETURNS IN TRACE-NUMBER ORDER, LOADED FROM THE SORT
      *SO THE REGISTER AND LOG PASSES CAN BINARY-SEARCH THEM . A
      *SECOND RETURN FOR ONE TRACE NUMBER FOLLOWS THE FIRST AND IS
      *MARKED A DUPLICATE AS IT LOADS . MORE THAN 500 RETURNS IN ONE
      *FILE IS TREATED AS FATAL
       01 WS-RTN-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-RTN-TABLE.
           05 WS-RTN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RTN-COUNT
                   ASCENDING KEY WS-RTN-TRACE
                   INDEXED BY RT-IDX.
               10 WS-RTN-TRACE      PIC X(15).
               10 WS-RTN-AMOUNT     PIC 9(7)V99.
               10 WS-RTN-CODE       PIC X(2).
               10 WS-RTN-STATE      PIC X(1).
                   88 RTN-UNMATCHED     VALUE "U".
                   88 RTN-MATCHED       VALUE "M".
                   88 RTN-DUPLICATE     VALUE "D".
                   88 RTN-ALREADY-DONE  VALUE "A".
               10 WS-RTN-ACCT       PIC X(5).
               10 WS-RTN-SENT-AMT   PIC 9(7)V99.
       01 WS-LAST-TRACE      PIC X(15) VALUE LOW-VALUES.
       01 WS-LOOK-TRACE      PIC X(15) VALUE SPACES.
       01 WS-RTN-FOUND       PIC X(1) VALUE "N".
           88 RETURN-FOUND       VALUE "Y".
      *
      *SETTLEMENT CONTROL TOTALS
       01 WS-RETURN-TOTALS.
           05 WS-RECEIVED-CNT    PIC 9(7) VALUE ZERO.
            05 WS-RECEIVED-TOTAL  PIC 9(11)V99 VALUE ZERO.
            05 WS-CREDIT-CNT      PIC 9(7) VALUE ZERO.
            05 WS-CREDIT-TOTAL    PIC 9(11)V99 VALUE ZERO.
            05 WS-EXCEPT-CNT      PIC 9(7) VALUE ZERO.
            05 WS-EXCEPT-TOTAL    PIC 9(11)V99 VALUE ZERO.
            05 WS-REG-READ-CNT    PIC 9(7) VALUE ZERO.
            05 WS-LOG-READ-CNT    PIC 9(7) VALUE ZERO.
            05 WS-UNMATCHED-CNT   PIC 9(7) VALUE ZERO.
            05 WS-MISMATCH-CNT    PIC 9(7) VALUE ZERO.
            05 WS-DUPLICATE-CNT   PIC 9(7) VALUE ZERO.
            05 WS-ALREADY-CNT     PIC 9(7) VALUE ZERO.
       01 WS-DIFF-CNT        PIC S9(7) VALUE ZERO.
       01 WS-DIFF-TOTAL      PIC S9(11)V99 VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
      *HEADING, DETAIL AND PROOF LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(34)
                VALUE "PGM119 RETURNED EXTERNAL PAYMENTS".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(13) VALUE "  FILE DATE ".
            05 H2-FILE-DATE    PIC 9(8).
            05 FILLER          PIC X(8)  VALUE "  FROM ".
            05 H2-SENDER       PIC X(9).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(17) VALUE "TRACE NO.".
            05 FILLER          PIC X(7)  VALUE "ACCT".
            05 FILLER          PIC X(12) VALUE "    AMOUNT".
            05 FILLER          PIC X(27) VALUE "RETURN REASON".
            05 FILLER          PIC X(17) VALUE "DECISION".
      *
       01 WS-DETAIL-LINE.
           05 DL-TRACE-NO     PIC X(15).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-AMOUNT       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-REASON       PIC X(25).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-DECISION     PIC X(17).
      *
       01 WS-PROOF-LINE.
           05 PL-LABEL        PIC X(28).
            05 PL-COUNT        PIC -ZZZZZZ9.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 PL-TOTAL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            SORT SORT-FILE
                ON ASCENDING KEY SR-TRACE-NO
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 200-GATHER-RETURNS
                OUTPUT PROCEDURE IS 250-LOAD-RETURN-TABLE
            PERFORM 300-MATCH-REGISTER
            PERFORM 350-MATCH-RETURN-LOG
            PERFORM 600-SETTLE-ONE-RETURN
                VARYING RT-IDX FROM 1 BY 1
                UNTIL RT-IDX > WS-RTN-COUNT
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and opens the output files . the
      *returns file is opened by the sort's input procedure
      *
            PERFORM 110-GET-BUSINESS-DATE
            INITIALIZE WS-RSN-COUNTS
            OPEN OUTPUT CREDIT-FILE
            IF WS-STATUS5 NOT = 00
                MOVE "OPEN CREDIT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       110-GET-BUSINESS-DATE.
      *
      *takes the business date from the date card, falling back to
      *the system date when the card is absent
      *
            OPEN INPUT DATE-CARD
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 05
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
            .
      *
       200-GATHER-RETURNS.
      *
      *reads the returns file, proving its header, its trailer and
      *that the trailer's count and total agree with the details,
      *and releases each detail to the sort . a file that fails any
      *of these is fatal before a single return is credited
      *
            OPEN INPUT RETURNS-FILE
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN RETURNS-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 210-READ-RETURNS
            IF END-OF-INPUT-FILE
                MOVE "EMPTY EXTRTN FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NOT XR-HEADER
                    OR XR-FILE-DATE-X IS NOT NUMERIC
                MOVE "BAD EXTRTN HEADER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE XR-FILE-DATE TO WS-FILE-DATE
            MOVE XR-SENDER-ROUTING TO WS-SENDER-ROUTING
            MOVE WS-FILE-DATE TO H2-FILE-DATE
            MOVE WS-SENDER-ROUTING TO H2-SENDER
            PERFORM 210-READ-RETURNS
            PERFORM 220-RELEASE-ONE-RETURN
                UNTIL END-OF-INPUT-FILE
                    OR XR-TRAILER
            IF END-OF-INPUT-FILE
                MOVE "EXTRTN TRAILER MISSING" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF XR-ITEM-COUNT-X IS NOT NUMERIC
                    OR XR-ITEM-TOTAL-X IS NOT NUMERIC
                    OR XR-ITEM-COUNT NOT = WS-RECEIVED-CNT
                    OR XR-ITEM-TOTAL NOT = WS-RECEIVED-TOTAL
                MOVE "EXTRTN TRAILER OUT OF BALANCE"
                    TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 210-READ-RETURNS
            IF NOT END-OF-INPUT-FILE
                MOVE "RECORDS AFTER EXTRTN TRAILER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            CLOSE RETURNS-FILE
            MOVE "N" TO WS-EOF-SW
            .
      *
       210-READ-RETURNS.
      *
      *reads the next returns-file record
      *
            READ RETURNS-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ RETURNS-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       220-RELEASE-ONE-RETURN.
      *
      *counts one returned payment into the control totals and
      *releases it to the sort
      *
            IF NOT XR-DETAIL
                MOVE "BAD EXTRTN RECORD TYPE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF XR-AMOUNT-X IS NOT NUMERIC
                MOVE "BAD EXTRTN ITEM AMOUNT" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-RECEIVED-CNT
            ADD XR-AMOUNT TO WS-RECEIVED-TOTAL
            RELEASE SORT-REC FROM RETURNS-REC
            PERFORM 210-READ-RETURNS
            .
      *
       250-LOAD-RETURN-TABLE.
      *
      *tables the sorted returns in trace-number order
      *
            MOVE "N" TO WS-EOF-SW2
            PERFORM 260-RETURN-SORTED
            PERFORM 270-TABLE-ONE-RETURN
                UNTIL END-OF-FILE2
            .
      *
       260-RETURN-SORTED.
      *
      *returns the next sorted return
      *
            RETURN SORT-FILE
                AT END SET END-OF-FILE2 TO TRUE
            END-RETURN
            .
      *
       270-TABLE-ONE-RETURN.
      *
      *tables one return . one whose trace number matches the
      *return just tabled is a duplicate and is never matched
      *
            IF WS-RTN-COUNT >= 500
                MOVE "RETURNS EXCEED 500" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-RTN-COUNT
            SET RT-IDX TO WS-RTN-COUNT
            MOVE SR-TRACE-NO TO WS-RTN-TRACE(RT-IDX)
            MOVE SR-AMOUNT TO WS-RTN-AMOUNT(RT-IDX)
            MOVE SR-RETURN-CODE TO WS-RTN-CODE(RT-IDX)
            MOVE SPACES TO WS-RTN-ACCT(RT-IDX)
            MOVE ZERO TO WS-RTN-SENT-AMT(RT-IDX)
            IF SR-TRACE-NO = WS-LAST-TRACE
                SET RTN-DUPLICATE(RT-IDX) TO TRUE
            ELSE
                SET RTN-UNMATCHED(RT-IDX) TO TRUE
            END-IF
            MOVE SR-TRACE-NO TO WS-LAST-TRACE
            PERFORM 260-RETURN-SORTED
            .
      *
       300-MATCH-REGISTER.
      *
      *reads the payment register through once, matching each row
      *it holds to the day's returns . an absent register matches
      *nothing
      *
            OPEN INPUT PAY-REGISTER
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 05
                MOVE "OPEN PAY-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 310-READ-REGISTER
                UNTIL END-OF-INPUT-FILE
            CLOSE PAY-REGISTER
            MOVE "N" TO WS-EOF-SW
            .
      *
       310-READ-REGISTER.
      *
      *reads the next register row and, when a return carries its
      *trace number, records on the return what was sent and to
      *whom
      *
            READ PAY-REGISTER
                AT END SET END-OF-INPUT-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-REG-READ-CNT
                    MOVE RG-TRACE-NO TO WS-LOOK-TRACE
                    PERFORM 400-FIND-RETURN
                    IF RETURN-FOUND
                        IF RTN-UNMATCHED(RT-IDX)
                            SET RTN-MATCHED(RT-IDX) TO TRUE
                            MOVE RG-ACCT-NO TO WS-RTN-ACCT(RT-IDX)
                            MOVE RG-AMOUNT
                                TO WS-RTN-SENT-AMT(RT-IDX)
                        END-IF
                    END-IF
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ PAY-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       350-MATCH-RETURN-LOG.
      *
      *reads the return log through once : a return already
      *credited on an earlier run is not credited again . an absent
      *log holds nothing
      *
            OPEN INPUT RETURN-LOG
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN RETURN-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE "N" TO WS-EOF-SW
            PERFORM 360-READ-RETURN-LOG
                UNTIL END-OF-INPUT-FILE
            CLOSE RETURN-LOG
            MOVE "N" TO WS-EOF-SW
            OPEN EXTEND RETURN-LOG
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN RETURN-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       360-READ-RETURN-LOG.
      *
      *reads the next return-log row and marks the return with the
      *same trace number as already credited
      *
            READ RETURN-LOG
                AT END SET END-OF-INPUT-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-LOG-READ-CNT
                    MOVE RL-TRACE-NO TO WS-LOOK-TRACE
                    PERFORM 400-FIND-RETURN
                    IF RETURN-FOUND
                        SET RTN-ALREADY-DONE(RT-IDX) TO TRUE
                    END-IF
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ RETURN-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       400-FIND-RETURN.
      *
      *finds the first return carrying ws-look-trace . the binary
      *search may land on a later duplicate, so it steps back to
      *the first of them
      *
            MOVE "N" TO WS-RTN-FOUND
            IF WS-RTN-COUNT > 0
                SEARCH ALL WS-RTN-ENTRY
                    AT END CONTINUE
                    WHEN WS-RTN-TRACE(RT-IDX) = WS-LOOK-TRACE
                        MOVE "Y" TO WS-RTN-FOUND
                END-SEARCH
            END-IF
            IF RETURN-FOUND
                PERFORM 410-STEP-BACK
                    UNTIL RT-IDX = 1
                        OR NOT RTN-DUPLICATE(RT-IDX)
            END-IF
            .
      *
       410-STEP-BACK.
      *
      *moves back one return
      *
            SET RT-IDX DOWN BY 1
            .
      *
       600-SETTLE-ONE-RETURN.
      *
      *decides one tabled return : credited back to the customer
      *when it matched a payment we sent for the same amount and
      *has not been credited before, else listed as an exception
      *
            PERFORM 610-FIND-REASON
            MOVE WS-RTN-TRACE(RT-IDX) TO DL-TRACE-NO
            MOVE WS-RTN-ACCT(RT-IDX) TO DL-ACCT-NO
            MOVE WS-RTN-AMOUNT(RT-IDX) TO DL-AMOUNT
            MOVE SPACES TO DL-REASON
            STRING WS-RTN-CODE(RT-IDX) " "
                   WS-RSN-TEXT(WS-RSN-SUB)
                DELIMITED BY SIZE INTO DL-REASON
            ADD 1 TO WS-RSN-CNT(WS-RSN-SUB)
            ADD WS-RTN-AMOUNT(RT-IDX) TO WS-RSN-TOT(WS-RSN-SUB)
            EVALUATE TRUE
                WHEN RTN-DUPLICATE(RT-IDX)
                    MOVE "DUPLICATE IN FILE" TO DL-DECISION
                    ADD 1 TO WS-DUPLICATE-CNT
                    PERFORM 640-COUNT-EXCEPTION
                WHEN RTN-ALREADY-DONE(RT-IDX)
                    MOVE "ALREADY CREDITED" TO DL-DECISION
                    ADD 1 TO WS-ALREADY-CNT
                    PERFORM 640-COUNT-EXCEPTION
                WHEN RTN-UNMATCHED(RT-IDX)
                    MOVE "NO SUCH PAYMENT" TO DL-DECISION
                    ADD 1 TO WS-UNMATCHED-CNT
                    PERFORM 640-COUNT-EXCEPTION
                WHEN WS-RTN-AMOUNT(RT-IDX)
                        NOT = WS-RTN-SENT-AMT(RT-IDX)
                    MOVE "AMOUNT MISMATCH" TO DL-DECISION
                    ADD 1 TO WS-MISMATCH-CNT
                    PERFORM 640-COUNT-EXCEPTION
                WHEN OTHER
                    PERFORM 620-CREDIT-RETURN
            END-EVALUATE
            PERFORM 700-PRINT-DETAIL-RTN
            .
      *
       610-FIND-REASON.
      *
      *finds the return's reason code in the table, "other" when
      *the network sent one we do not know
      *
            MOVE 6 TO WS-RSN-SUB
            PERFORM 615-TEST-ONE-REASON
                VARYING RS-IDX FROM 1 BY 1
                UNTIL RS-IDX > 5
            .
      *
       615-TEST-ONE-REASON.
      *
      *tests one reason code against the return in hand
      *
            IF WS-RSN-CODE(RS-IDX) = WS-RTN-CODE(RT-IDX)
                SET WS-RSN-SUB TO RS-IDX
            END-IF
            .
      *
       620-CREDIT-RETURN.
      *
      *credits the return back to the account it was sent from :
      *one "c" credit in trans-rec layout, effective the business
      *date, and a return-log row so it is never credited again
      *
            MOVE SPACES TO CREDIT-REC
            MOVE WS-RTN-ACCT(RT-IDX) TO CR-ACCT-NO
            MOVE WS-RTN-AMOUNT(RT-IDX) TO CR-AMOUNT
            MOVE "C" TO CR-TYPE
            MOVE WS-RUN-DATE TO CR-EFF-DATE
            WRITE CREDIT-REC
            IF WS-STATUS5 NOT = 00
                MOVE "WRITE CREDIT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO RETURN-LOG-REC
            MOVE WS-RTN-TRACE(RT-IDX) TO RL-TRACE-NO
            MOVE WS-RTN-ACCT(RT-IDX) TO RL-ACCT-NO
            MOVE WS-RTN-AMOUNT(RT-IDX) TO RL-AMOUNT
            MOVE WS-RTN-CODE(RT-IDX) TO RL-RETURN-CODE
            MOVE WS-RUN-DATE TO RL-CREDIT-DATE
            WRITE RETURN-LOG-REC
            IF WS-STATUS3 NOT = 00
                MOVE "WRITE RETURN-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-CREDIT-CNT
            ADD WS-RTN-AMOUNT(RT-IDX) TO WS-CREDIT-TOTAL
            MOVE "CREDITED" TO DL-DECISION
            .
      *
       640-COUNT-EXCEPTION.
      *
      *counts one return left uncredited for the payments office
      *
            ADD 1 TO WS-EXCEPT-CNT
            ADD WS-RTN-AMOUNT(RT-IDX) TO WS-EXCEPT-TOTAL
            .
      *
       700-PRINT-DETAIL-RTN.
      *
      *prints one report line . starts a new page and reprints the
      *headings whenever the page fills up or the report is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 710-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       710-PRINT-HEADINGS.
      *
      *starts a new page : bumps the page counter and writes the
      *three heading lines followed by a blank line
      *
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-PAGE-COUNT TO H2-PAGE-NO
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            WRITE REPORT-LINE FROM WS-HEADING-3
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *prints the returns by reason and the proof : received must
      *equal credited plus exceptions in count and amount, or the
      *run ends non-zero so the credits are held back
      *
            COMPUTE WS-DIFF-CNT = WS-RECEIVED-CNT
                                - WS-CREDIT-CNT - WS-EXCEPT-CNT
            COMPUTE WS-DIFF-TOTAL = WS-RECEIVED-TOTAL
                                  - WS-CREDIT-TOTAL - WS-EXCEPT-TOTAL
            IF WS-PAGE-COUNT = 0
                PERFORM 710-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "RETURNS BY REASON" TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM 810-PRINT-ONE-REASON
                VARYING RS-IDX FROM 1 BY 1
                UNTIL RS-IDX > 6
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "RETURNS PROOF" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "RECEIVED" TO PL-LABEL
            MOVE WS-RECEIVED-CNT TO PL-COUNT
            MOVE WS-RECEIVED-TOTAL TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            MOVE "CREDITED" TO PL-LABEL
            MOVE WS-CREDIT-CNT TO PL-COUNT
            MOVE WS-CREDIT-TOTAL TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            MOVE "EXCEPTIONS" TO PL-LABEL
            MOVE WS-EXCEPT-CNT TO PL-COUNT
            MOVE WS-EXCEPT-TOTAL TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            MOVE "DIFFERENCE" TO PL-LABEL
            MOVE WS-DIFF-CNT TO PL-COUNT
            MOVE WS-DIFF-TOTAL TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            MOVE SPACES TO REPORT-LINE
            IF WS-DIFF-CNT = 0 AND WS-DIFF-TOTAL = 0
                MOVE "RESULT: IN BALANCE" TO REPORT-LINE
            ELSE
                MOVE "RESULT: *** OUT OF BALANCE ***" TO REPORT-LINE
                MOVE 8 TO RETURN-CODE
            END-IF
            WRITE REPORT-LINE
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            DISPLAY "RETURNS FILE DATE ......: " WS-FILE-DATE
            DISPLAY "RETURNS RECEIVED .......: " WS-RECEIVED-CNT
            DISPLAY "AMOUNT RECEIVED ........: " WS-RECEIVED-TOTAL
            DISPLAY "RETURNS CREDITED .......: " WS-CREDIT-CNT
            DISPLAY "AMOUNT CREDITED ........: " WS-CREDIT-TOTAL
            DISPLAY "EXCEPTIONS .............: " WS-EXCEPT-CNT
            DISPLAY "  NO SUCH PAYMENT ......: " WS-UNMATCHED-CNT
            DISPLAY "  AMOUNT MISMATCH ......: " WS-MISMATCH-CNT
            DISPLAY "  DUPLICATE IN FILE ....: " WS-DUPLICATE-CNT
            DISPLAY "  ALREADY CREDITED .....: " WS-ALREADY-CNT
            DISPLAY "REGISTER ROWS READ .....: " WS-REG-READ-CNT
            DISPLAY "RETURN LOG ROWS READ ...: " WS-LOG-READ-CNT
            .
      *
       810-PRINT-ONE-REASON.
      *
      *prints the returned count and amount for one reason code
      *
            MOVE SPACES TO PL-LABEL
            STRING "  " WS-RSN-CODE(RS-IDX) " "
                   WS-RSN-TEXT(RS-IDX)
                DELIMITED BY SIZE INTO PL-LABEL
            MOVE WS-RSN-CNT(RS-IDX) TO PL-COUNT
            MOVE WS-RSN-TOT(RS-IDX) TO PL-TOTAL
            WRITE REPORT-LINE FROM WS-PROOF-LINE
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE RETURN-LOG
             CREDIT-FILE
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status or a returns file
      *that does not prove, instead of crediting returns that
      *cannot be settled
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM119 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (RETURNS-FILE): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (PAY-REGISTER): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (RETURN-LOG): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (DATE-CARD): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (CREDIT-FILE): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (REPORT-FILE): " WS-STATUS6
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
