       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM130.
      *CHARGE-OFF REGISTER AND RECOVERIES : ONCE PGM52 HAS POSTED A
      *TYPE "W" CHARGE-OFF (ISSUED BY PGM129 UNDER DUAL CONTROL) THE
      *ACCOUNT SITS AT ZERO, BLOCKED, AND THE LOSS IS IN THE LEDGER
      *THROUGH PGM84 -- BUT NOTHING REMEMBERED WHAT WAS WRITTEN OFF,
      *SO MONEY THE COLLECTIONS AGENCY LATER GOT BACK HAD NOWHERE TO
      *GO . THIS RUN KEEPS THE CHARGE-OFF REGISTER (CHGOREG, ONE
      *RECORD PER ACCOUNT EVER CHARGED OFF, ASCENDING ACCOUNT) :
      *  - EVERY "W" ROW PGM52 POSTED TODAY (POSTHIST, STAMPED WITH
      *    THE BUSINESS DATE) IS ADDED -- A NEW ENTRY WITH THE
      *    CUSTOMER, NAME, BRANCH AND PRODUCT FROM THE CLOSING MASTER
      *    (NEWMSTR), OR ONTO THE ENTRY OF AN ACCOUNT CHARGED OFF
      *    BEFORE . AN ENTRY ALREADY DATED TODAY MEANS A RERUN, AND
      *    THE ROW IS NOT ADDED TWICE ;
      *  - EVERY RECOVERY THE BRANCH KEYED (RCVYIN) IS POSTED AGAINST
      *    ITS ACCOUNT'S ENTRY, AS LONG AS THE ACCOUNT IS ON THE
      *    REGISTER, THE RECOVERY IS DATED AFTER THE LAST ONE POSTED
      *    TO THE ENTRY IN AN EARLIER RUN (SO ONE KEYED TWICE, OR A
      *    RERUN, IS NEVER CREDITED AGAIN) AND IT DOES NOT TAKE THE
      *    TOTAL RECOVERED PAST THE AMOUNT WRITTEN OFF ; A RECOVERY
      *    REFUSED IS LISTED WITH ITS REASON FOR THE BRANCH TO CORRECT
      *    AND RE-KEY .
      *THE MAINTAINED REGISTER GOES TO CHGONEW, WHICH THE JOB MAKES
      *THE CHGOREG ONLY ON A CLEAN RUN . THE RECOVERIES ARE JOURNALLED
      *IN THE SAME GLJRNL FORMAT AND PROOF DISCIPLINE AS PGM84'S
      *EXTRACT -- LOSS RECOVERIES CREDITED BY BRANCH AND PRODUCT,
      *SETTLEMENT CLEARING DEBITED IN TOTAL -- AND THE JOURNAL MUST
      *PROVE OR THE STEP ENDS NON-ZERO AND THE FILE IS HELD . RCVRPT
      *LISTS EVERY CHARGE-OFF REGISTERED AND EVERY RECOVERY POSTED OR
      *REFUSED
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
           SELECT ACCOUNT-MASTER ASSIGN TO "NEWMSTR"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL OLD-REGISTER ASSIGN TO "CHGOREG"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL RECOVERY-FILE ASSIGN TO "RCVYIN"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NEW-REGISTER ASSIGN TO "CHGONEW"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "RCVRPT"
            FILE STATUS IS WS-STATUS8
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD POSTED-HISTORY.
      *     MUST STAY IN SYNC WITH PGM52.COB'S POSTED-HISTORY-REC
      *     LAYOUT . ONLY THE TYPE "W" ROWS STAMPED WITH THE BUSINESS
      *     DATE ARE TAKEN ; EVERYTHING ELSE FLOWS PAST
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
            05 FILLER         PIC X(43).
      *
       FD ACCOUNT-MASTER.
      *     THE CLOSING MASTER THE DAY'S PGM52 RUN WROTE, ASCENDING
      *     ACCOUNT, READ FOR A NEWLY CHARGED-OFF ACCOUNT'S CUSTOMER,
      *     NAME, BRANCH AND PRODUCT . MUST STAY IN SYNC WITH
      *     PGM52.COB'S NEW-MASTER-REC LAYOUT
       01 ACCOUNT-MASTER-REC.
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
            05 NM-FIRST-OD-DATE PIC 9(8).
      *
       FD OLD-REGISTER.
      *     THE CHARGE-OFF REGISTER AS THE LAST RUN LEFT IT, ONE
      *     RECORD PER ACCOUNT, ASCENDING ACCOUNT . SAME LAYOUT AS
      *     WS-REG-ENTRY BELOW . ABSENT MEANS NOTHING HAS BEEN CHARGED
      *     OFF YET
       01 OLD-REGISTER-REC.
           05 OR-ACCT-NO     PIC X(5).
            05 FILLER         PIC X(75).
      *
       FD RECOVERY-FILE.
      *     THE DAY'S RECOVERIES ON CHARGED-OFF ACCOUNTS, KEYED BY THE
      *     BRANCH, ASCENDING ACCOUNT : THE AMOUNT, THE DATE IT WAS
      *     RECEIVED, WHO KEYED IT AND THE AGENCY'S OR BRANCH'S
      *     REFERENCE . ABSENT MEANS NONE TODAY
       01 RECOVERY-REC.
           05 RV-ACCT-NO     PIC X(5).
            05 RV-AMOUNT-X    PIC X(9).
            05 RV-AMOUNT REDEFINES RV-AMOUNT-X PIC 9(7)V99.
            05 RV-RECV-DATE-X PIC X(8).
            05 RV-RECV-DATE REDEFINES RV-RECV-DATE-X PIC 9(8).
            05 RV-KEYED-BY    PIC X(4).
            05 RV-REFERENCE   PIC X(12).
            05 FILLER         PIC X(42).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD NEW-REGISTER.
      *     THE MAINTAINED CHARGE-OFF REGISTER, IN WS-REG-ENTRY LAYOUT
       01 NEW-REGISTER-REC  PIC X(80).
      *
       FD JOURNAL-FILE.
      *     MUST STAY IN SYNC WITH PGM84.COB'S JOURNAL-REC LAYOUT --
      *     THE LEDGER TAKES ONE JOURNAL SHAPE FROM THE WHOLE SHOP .
      *     THE FILE ONLY SURVIVES A RUN WHOSE JOURNAL PROVED
       01 JOURNAL-REC.
           05 JR-RUN-DATE   PIC 9(8).
            05 JR-GL-ACCOUNT PIC X(16).
            05 JR-BRANCH     PIC X(3).
            05 JR-PRODUCT    PIC X(2).
            05 JR-DR-AMOUNT  PIC 9(11)V99.
            05 JR-CR-AMOUNT  PIC 9(11)V99.
            05 FILLER        PIC X(25).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
      *
       SD SORT-FILE.
       01 SORT-REC.
           05 SR-ACCT-NO    PIC X(5).
            05 SR-AMOUNT     PIC 9(7)V99.
            05 SR-TELLER-ID  PIC X(4).
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
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-RUN-DATE      PIC 9(8).
       01 WS-HIST-EOF-FLAG PIC X(1) VALUE "N".
           88 END-OF-HISTORY       VALUE "Y".
           88 NOT-END-OF-HISTORY   VALUE "N".
      *
      *THE REGISTER ENTRY OF THE ACCOUNT IN HAND . THIS IS THE
      *REGISTER LAYOUT ON BOTH CHGOREG AND CHGONEW
       01 WS-REG-ENTRY.
           05 RG-ACCT-NO      PIC X(5).
            05 RG-CUST-NO      PIC X(5).
            05 RG-CUST-NAME    PIC X(20).
            05 RG-BRANCH       PIC X(3).
            05 RG-PRODUCT      PIC X(2).
            05 RG-CHGOFF-DATE  PIC 9(8).
      *        THE DATE OF THE LATEST CHARGE-OFF
            05 RG-CHGOFF-AMT   PIC 9(7)V99.
      *        EVERYTHING EVER WRITTEN OFF ON THE ACCOUNT
            05 RG-RECOVERED    PIC 9(7)V99.
      *        EVERYTHING RECOVERED SINCE ; NEVER MORE THAN THE ABOVE
            05 RG-LAST-RCV-DATE PIC 9(8).
            05 FILLER          PIC X(11).
       01 WS-REG-FLAG        PIC X(1) VALUE "N".
           88 HAVE-REG-ENTRY       VALUE "Y".
           88 NO-REG-ENTRY         VALUE "N".
       01 WS-RERUN-FLAG      PIC X(1) VALUE "N".
           88 REGISTERED-TODAY     VALUE "Y".
      *
      *THE ACCOUNT IN HAND, THE LOWEST KEY OF THE THREE INPUTS, AND
      *THE LAST KEYS SEEN ON THE TWO THAT MUST NOT GO BACKWARDS
       01 WS-CUR-ACCT        PIC X(5) VALUE SPACES.
       01 WS-LAST-OR-ACCT    PIC X(5) VALUE LOW-VALUES.
       01 WS-LAST-RV-ACCT    PIC X(5) VALUE LOW-VALUES.
       01 WS-LAST-NM-ACCT    PIC X(5) VALUE LOW-VALUES.
       01 WS-LOSS-OS         PIC 9(7)V99 VALUE ZERO.
      *THE LAST RECOVERY DATE THE ENTRY CARRIED INTO THIS RUN
       01 WS-PRIOR-RCV-DATE  PIC 9(8) VALUE ZERO.
       01 WS-REJECT-REASON   PIC X(16) VALUE SPACES.
      *
      *RUN CONTROL TOTALS
       01 WS-RUN-TOTALS.
           05 WS-HIST-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-REG-IN-CNT      PIC 9(7) VALUE ZERO.
           05 WS-REG-OUT-CNT     PIC 9(7) VALUE ZERO.
           05 WS-CHGOFF-CNT      PIC 9(7) VALUE ZERO.
           05 WS-NEW-ENTRY-CNT   PIC 9(7) VALUE ZERO.
           05 WS-REPEAT-CNT      PIC 9(7) VALUE ZERO.
           05 WS-ALREADY-CNT     PIC 9(7) VALUE ZERO.
           05 WS-NO-MSTR-CNT     PIC 9(7) VALUE ZERO.
           05 WS-RCV-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-RCV-POST-CNT    PIC 9(7) VALUE ZERO.
           05 WS-RCV-REJECT-CNT  PIC 9(7) VALUE ZERO.
           05 WS-JRNL-WRITE-CNT  PIC 9(7) VALUE ZERO.
           05 WS-CHGOFF-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 WS-RCV-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05 WS-LOSS-OS-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05 WS-JRNL-DR-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05 WS-JRNL-CR-TOTAL   PIC 9(11)V99 VALUE ZERO.
      *
      *PAGINATION CONTROL FOR THE REGISTER REPORT (SAME SHAPE AS
      *PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
      *
      *REPORT LINES
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM130 CHARGE-OFFS AND RECOVERIES".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(9)  VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  AS OF ".
            05 H2-RUN-DATE     PIC 9(8).
      *
       01 WS-HEADING-3.
           05 FILLER          PIC X(7)  VALUE "ACCT".
            05 FILLER          PIC X(17) VALUE "EVENT".
            05 FILLER          PIC X(11) VALUE "    AMOUNT".
            05 FILLER          PIC X(9)  VALUE "DATE".
            05 FILLER          PIC X(5)  VALUE "BY".
            05 FILLER          PIC X(13) VALUE "REFERENCE".
            05 FILLER          PIC X(10) VALUE " LOSS O/S".
      *
       01 WS-DETAIL-LINE.
           05 DL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 DL-EVENT        PIC X(16).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-AMOUNT       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-DATE         PIC X(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-KEYED-BY     PIC X(4).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-REFERENCE    PIC X(12).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 DL-LOSS-OS      PIC ZZZZZZ9.99.
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
                ON ASCENDING KEY SR-ACCT-NO
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 200-RELEASE-CHARGE-OFFS
                OUTPUT PROCEDURE IS 300-UPDATE-REGISTER
            PERFORM 700-WRITE-SETTLEMENT-LINE
            PERFORM 800-PROVE-AND-REPORT
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            GOBACK.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date, opens the register, recoveries and
      *master the update walks (reading the first of each) and opens
      *the files the run writes
      *
            PERFORM 110-GET-BUSINESS-DATE
            OPEN INPUT OLD-REGISTER
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN OLD-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 330-READ-OLD-REGISTER
            OPEN INPUT RECOVERY-FILE
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 05
                MOVE "OPEN RECOVERY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 335-READ-RECOVERY
            OPEN INPUT ACCOUNT-MASTER
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN ACCOUNT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE LOW-VALUES TO NM-ACCT-NO
            OPEN OUTPUT NEW-REGISTER
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN NEW-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT JOURNAL-FILE
            IF WS-STATUS7 NOT = 00
                MOVE "OPEN JOURNAL-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF WS-STATUS8 NOT = 00
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
            .
      *
       200-RELEASE-CHARGE-OFFS.
      *
      *is the sort's input procedure . releases every charge-off
      *posted today
      *
            OPEN INPUT POSTED-HISTORY
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-HISTORY TO TRUE
            PERFORM 210-READ-HISTORY
            PERFORM 220-RELEASE-ONE-ROW
                UNTIL END-OF-HISTORY
            CLOSE POSTED-HISTORY
            .
      *
       210-READ-HISTORY.
      *
      *reads the next posted-history row, passing over
      *the seal rows the posting run closes each block with
      *
            PERFORM 211-READ-ONE-HISTORY-ROW
            PERFORM 211-READ-ONE-HISTORY-ROW
                UNTIL END-OF-HISTORY OR HIS-TYPE NOT = "*"
            .
      *
       211-READ-ONE-HISTORY-ROW.
      *
      *reads one posted-history row
      *
            READ POSTED-HISTORY
                AT END SET END-OF-HISTORY TO TRUE
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ POSTED-HISTORY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       220-RELEASE-ONE-ROW.
      *
      *releases the row in hand when it is a charge-off posted today
      *
            ADD 1 TO WS-HIST-READ-CNT
            IF HIS-TYPE = "W" AND HIS-RUN-DATE = WS-RUN-DATE
                MOVE SPACES TO SORT-REC
                MOVE HIS-ACCT-NO TO SR-ACCT-NO
                MOVE HIS-AMOUNT TO SR-AMOUNT
                MOVE HIS-TELLER-ID TO SR-TELLER-ID
                RELEASE SORT-REC
            END-IF
            PERFORM 210-READ-HISTORY
            .
      *
       300-UPDATE-REGISTER.
      *
      *is the sort's output procedure . matches the sorted charge-
      *offs, the old register and the recoveries by account, one
      *account at a time, until all three are spent
      *
            PERFORM 310-RETURN-CHARGE-OFF
            PERFORM 320-PROCESS-ONE-ACCOUNT
                UNTIL SR-ACCT-NO = HIGH-VALUES
                    AND OR-ACCT-NO = HIGH-VALUES
                    AND RV-ACCT-NO = HIGH-VALUES
            .
      *
       310-RETURN-CHARGE-OFF.
      *
      *returns the next sorted charge-off
      *
            RETURN SORT-FILE
                AT END MOVE HIGH-VALUES TO SR-ACCT-NO
            END-RETURN
            .
      *
       320-PROCESS-ONE-ACCOUNT.
      *
      *takes the lowest account on any of the three inputs : picks up
      *its register entry, adds today's charge-offs, posts its
      *recoveries and writes the entry to the new register
      *
            MOVE SR-ACCT-NO TO WS-CUR-ACCT
            IF OR-ACCT-NO < WS-CUR-ACCT
                MOVE OR-ACCT-NO TO WS-CUR-ACCT
            END-IF
            IF RV-ACCT-NO < WS-CUR-ACCT
                MOVE RV-ACCT-NO TO WS-CUR-ACCT
            END-IF
            SET NO-REG-ENTRY TO TRUE
            MOVE "N" TO WS-RERUN-FLAG
            IF OR-ACCT-NO = WS-CUR-ACCT
                MOVE OLD-REGISTER-REC TO WS-REG-ENTRY
                SET HAVE-REG-ENTRY TO TRUE
                IF RG-CHGOFF-DATE = WS-RUN-DATE
                    SET REGISTERED-TODAY TO TRUE
                END-IF
                ADD 1 TO WS-REG-IN-CNT
                PERFORM 330-READ-OLD-REGISTER
            END-IF
            PERFORM 340-APPLY-ONE-CHARGE-OFF
                UNTIL SR-ACCT-NO NOT = WS-CUR-ACCT
            MOVE ZERO TO WS-PRIOR-RCV-DATE
            IF HAVE-REG-ENTRY
                MOVE RG-LAST-RCV-DATE TO WS-PRIOR-RCV-DATE
            END-IF
            PERFORM 350-APPLY-ONE-RECOVERY
                UNTIL RV-ACCT-NO NOT = WS-CUR-ACCT
            IF HAVE-REG-ENTRY
                PERFORM 360-WRITE-REGISTER-ENTRY
            END-IF
            .
      *
       330-READ-OLD-REGISTER.
      *
      *reads the next old register entry, insisting on ascending
      *account order with one entry per account
      *
            READ OLD-REGISTER
                AT END MOVE HIGH-VALUES TO OR-ACCT-NO
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ OLD-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF OR-ACCT-NO NOT = HIGH-VALUES
                IF OR-ACCT-NO NOT > WS-LAST-OR-ACCT
                    MOVE "CHGOREG OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE OR-ACCT-NO TO WS-LAST-OR-ACCT
            END-IF
            .
      *
       335-READ-RECOVERY.
      *
      *reads the next recovery, insisting on ascending account
      *order -- an account may have more than one
      *
            READ RECOVERY-FILE
                AT END MOVE HIGH-VALUES TO RV-ACCT-NO
            END-READ
            IF WS-STATUS4 NOT = 00 AND WS-STATUS4 NOT = 10
                MOVE "READ RECOVERY-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF RV-ACCT-NO NOT = HIGH-VALUES
                IF RV-ACCT-NO < WS-LAST-RV-ACCT
                    MOVE "RCVYIN OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE RV-ACCT-NO TO WS-LAST-RV-ACCT
                ADD 1 TO WS-RCV-READ-CNT
            END-IF
            .
      *
       340-APPLY-ONE-CHARGE-OFF.
      *
      *adds one of today's charge-offs to the account's entry,
      *opening one for an account not charged off before . an entry
      *the old register already dates today has had today's charge-
      *offs added by an earlier run, and is left as it stands
      *
            IF REGISTERED-TODAY
                ADD 1 TO WS-ALREADY-CNT
            ELSE
                IF NO-REG-ENTRY
                    PERFORM 345-OPEN-REGISTER-ENTRY
                    ADD 1 TO WS-NEW-ENTRY-CNT
                ELSE
                    ADD 1 TO WS-REPEAT-CNT
                END-IF
                ADD SR-AMOUNT TO RG-CHGOFF-AMT
                MOVE WS-RUN-DATE TO RG-CHGOFF-DATE
                ADD 1 TO WS-CHGOFF-CNT
                ADD SR-AMOUNT TO WS-CHGOFF-TOTAL
            END-IF
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-CUR-ACCT TO DL-ACCT-NO
            IF REGISTERED-TODAY
                MOVE "ALREADY REGSTRD" TO DL-EVENT
            ELSE
                MOVE "CHARGED OFF" TO DL-EVENT
            END-IF
            MOVE SR-AMOUNT TO DL-AMOUNT
            MOVE WS-RUN-DATE TO DL-DATE
            MOVE SR-TELLER-ID TO DL-KEYED-BY
            COMPUTE WS-LOSS-OS = RG-CHGOFF-AMT - RG-RECOVERED
            MOVE WS-LOSS-OS TO DL-LOSS-OS
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 310-RETURN-CHARGE-OFF
            .
      *
       345-OPEN-REGISTER-ENTRY.
      *
      *starts a register entry for the account in hand from the
      *closing master's customer, name, branch and product
      *
            MOVE SPACES TO WS-REG-ENTRY
            MOVE WS-CUR-ACCT TO RG-ACCT-NO
            MOVE ZERO TO RG-CHGOFF-AMT
            MOVE ZERO TO RG-RECOVERED
            MOVE ZERO TO RG-LAST-RCV-DATE
            PERFORM 346-READ-ACCOUNT
                UNTIL NM-ACCT-NO NOT < WS-CUR-ACCT
            IF NM-ACCT-NO = WS-CUR-ACCT
                MOVE NM-CUST-NO TO RG-CUST-NO
                MOVE NM-CUST-NAME TO RG-CUST-NAME
                MOVE NM-BRANCH TO RG-BRANCH
                MOVE NM-PRODUCT TO RG-PRODUCT
            ELSE
                ADD 1 TO WS-NO-MSTR-CNT
            END-IF
            SET HAVE-REG-ENTRY TO TRUE
            .
      *
       346-READ-ACCOUNT.
      *
      *reads the next account from the closing master, insisting on
      *ascending account order
      *
            READ ACCOUNT-MASTER
                AT END MOVE HIGH-VALUES TO NM-ACCT-NO
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ ACCOUNT-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NM-ACCT-NO NOT = HIGH-VALUES
                IF NM-ACCT-NO NOT > WS-LAST-NM-ACCT
                    MOVE "NEWMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                MOVE NM-ACCT-NO TO WS-LAST-NM-ACCT
            END-IF
            .
      *
       350-APPLY-ONE-RECOVERY.
      *
      *judges one recovery : it needs a numeric amount, a received
      *date no later than today, an account on the register, a
      *received date later than the last recovery the entry carried
      *into this run and room under the amount written off . a good
      *one posts, anything else is refused with its reason . the
      *date test is what stops a recovery posted by an earlier run,
      *keyed again or left on rcvyin, from being credited twice
      *
            MOVE SPACES TO WS-REJECT-REASON
            EVALUATE TRUE
                WHEN RV-AMOUNT-X NOT NUMERIC
                    MOVE "BAD AMOUNT" TO WS-REJECT-REASON
                WHEN RV-AMOUNT = 0
                    MOVE "BAD AMOUNT" TO WS-REJECT-REASON
                WHEN RV-RECV-DATE-X NOT NUMERIC
                    MOVE "BAD DATE" TO WS-REJECT-REASON
                WHEN RV-RECV-DATE = 0 OR RV-RECV-DATE > WS-RUN-DATE
                    MOVE "BAD DATE" TO WS-REJECT-REASON
                WHEN NO-REG-ENTRY
                    MOVE "NOT CHARGED OFF" TO WS-REJECT-REASON
                WHEN RV-RECV-DATE NOT > WS-PRIOR-RCV-DATE
                    MOVE "ALREADY POSTED" TO WS-REJECT-REASON
                WHEN OTHER
                    COMPUTE WS-LOSS-OS = RG-CHGOFF-AMT - RG-RECOVERED
                    IF RV-AMOUNT > WS-LOSS-OS
                        MOVE "EXCEEDS LOSS" TO WS-REJECT-REASON
                    END-IF
            END-EVALUATE
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-CUR-ACCT TO DL-ACCT-NO
            MOVE RV-RECV-DATE-X TO DL-DATE
            MOVE RV-KEYED-BY TO DL-KEYED-BY
            MOVE RV-REFERENCE TO DL-REFERENCE
            IF RV-AMOUNT-X IS NUMERIC
                MOVE RV-AMOUNT TO DL-AMOUNT
            END-IF
            IF WS-REJECT-REASON = SPACES
                PERFORM 355-POST-RECOVERY
            ELSE
                ADD 1 TO WS-RCV-REJECT-CNT
                MOVE WS-REJECT-REASON TO DL-EVENT
                IF HAVE-REG-ENTRY
                    COMPUTE WS-LOSS-OS = RG-CHGOFF-AMT - RG-RECOVERED
                    MOVE WS-LOSS-OS TO DL-LOSS-OS
                END-IF
            END-IF
            PERFORM 400-PRINT-DETAIL-RTN
            PERFORM 335-READ-RECOVERY
            .
      *
       355-POST-RECOVERY.
      *
      *posts a good recovery against the register entry and credits
      *loss recoveries in the account's branch and product
      *
            ADD RV-AMOUNT TO RG-RECOVERED
            IF RV-RECV-DATE > RG-LAST-RCV-DATE
                MOVE RV-RECV-DATE TO RG-LAST-RCV-DATE
            END-IF
            ADD 1 TO WS-RCV-POST-CNT
            ADD RV-AMOUNT TO WS-RCV-TOTAL
            MOVE SPACES TO JOURNAL-REC
            MOVE WS-RUN-DATE TO JR-RUN-DATE
            MOVE "LOSS RECOVERIES" TO JR-GL-ACCOUNT
            MOVE RG-BRANCH TO JR-BRANCH
            MOVE RG-PRODUCT TO JR-PRODUCT
            MOVE ZERO TO JR-DR-AMOUNT
            MOVE RV-AMOUNT TO JR-CR-AMOUNT
            PERFORM 620-WRITE-ONE-JOURNAL-REC
            MOVE "RECOVERED" TO DL-EVENT
            COMPUTE WS-LOSS-OS = RG-CHGOFF-AMT - RG-RECOVERED
            MOVE WS-LOSS-OS TO DL-LOSS-OS
            .
      *
       360-WRITE-REGISTER-ENTRY.
      *
      *writes the account's entry to the new register
      *
            WRITE NEW-REGISTER-REC FROM WS-REG-ENTRY
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE NEW-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-REG-OUT-CNT
            COMPUTE WS-LOSS-OS = RG-CHGOFF-AMT - RG-RECOVERED
            ADD WS-LOSS-OS TO WS-LOSS-OS-TOTAL
            .
      *
       400-PRINT-DETAIL-RTN.
      *
      *prints one report line . starts a new page and reprints the
      *headings whenever the page fills up or the report is starting
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE FROM WS-DETAIL-LINE
            IF WS-STATUS8 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new report page : bumps the page counter and writes
      *the three heading lines followed by a blank line
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
       620-WRITE-ONE-JOURNAL-REC.
      *
      *writes one journal record and folds it into the proof totals
      *
            WRITE JOURNAL-REC
            IF WS-STATUS7 NOT = 00
                MOVE "WRITE JOURNAL-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-JRNL-WRITE-CNT
            ADD JR-DR-AMOUNT TO WS-JRNL-DR-TOTAL
            ADD JR-CR-AMOUNT TO WS-JRNL-CR-TOTAL
            .
      *
       700-WRITE-SETTLEMENT-LINE.
      *
      *debits settlement clearing with the day's recoveries in total
      *-- the money came in through the branches' cash and cheques
      *
            IF WS-RCV-TOTAL > 0
                MOVE SPACES TO JOURNAL-REC
                MOVE WS-RUN-DATE TO JR-RUN-DATE
                MOVE "SETTLEMENT CLRG" TO JR-GL-ACCOUNT
                MOVE WS-RCV-TOTAL TO JR-DR-AMOUNT
                MOVE ZERO TO JR-CR-AMOUNT
                PERFORM 620-WRITE-ONE-JOURNAL-REC
            END-IF
            .
      *
       800-PROVE-AND-REPORT.
      *
      *prints the run totals and the journal proof : journal debits
      *must equal journal credits and both tie to the recoveries
      *posted, or the step ends non-zero and the file is held
      *
            IF WS-PAGE-COUNT = 0
                PERFORM 410-PRINT-HEADINGS
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "REGISTER IN " WS-REG-IN-CNT
                   "  OUT " WS-REG-OUT-CNT
                   "  NEW " WS-NEW-ENTRY-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CHARGED OFF " WS-CHGOFF-CNT
                   "  AMOUNT " WS-CHGOFF-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "RECOVERIES " WS-RCV-POST-CNT
                   "  AMOUNT " WS-RCV-TOTAL
                   "  REFUSED " WS-RCV-REJECT-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "LOSS OUTSTANDING " WS-LOSS-OS-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "JOURNAL DEBITS  " WS-JRNL-DR-TOTAL
                   "  CREDITS " WS-JRNL-CR-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            DISPLAY "HISTORY ROWS READ ......: " WS-HIST-READ-CNT
            DISPLAY "REGISTER ENTRIES IN ....: " WS-REG-IN-CNT
            DISPLAY "CHARGE-OFFS REGISTERED .: " WS-CHGOFF-CNT
            DISPLAY "  NEW ENTRIES ..........: " WS-NEW-ENTRY-CNT
            DISPLAY "  REPEAT CHARGE-OFFS ...: " WS-REPEAT-CNT
            DISPLAY "  NOT ON MASTER ........: " WS-NO-MSTR-CNT
            DISPLAY "ALREADY REGISTERED .....: " WS-ALREADY-CNT
            DISPLAY "CHARGE-OFF AMOUNT ......: " WS-CHGOFF-TOTAL
            DISPLAY "RECOVERIES READ ........: " WS-RCV-READ-CNT
            DISPLAY "RECOVERIES POSTED ......: " WS-RCV-POST-CNT
            DISPLAY "RECOVERIES REFUSED .....: " WS-RCV-REJECT-CNT
            DISPLAY "RECOVERY AMOUNT ........: " WS-RCV-TOTAL
            DISPLAY "REGISTER ENTRIES OUT ...: " WS-REG-OUT-CNT
            DISPLAY "LOSS OUTSTANDING .......: " WS-LOSS-OS-TOTAL
            DISPLAY "JOURNAL DEBITS .........: " WS-JRNL-DR-TOTAL
            DISPLAY "JOURNAL CREDITS ........: " WS-JRNL-CR-TOTAL
            IF WS-JRNL-DR-TOTAL = WS-JRNL-CR-TOTAL
                    AND WS-JRNL-CR-TOTAL = WS-RCV-TOTAL
                    AND WS-RCV-READ-CNT =
                        WS-RCV-POST-CNT + WS-RCV-REJECT-CNT
                DISPLAY "JOURNAL STATUS .........: PROVED"
            ELSE
                DISPLAY "JOURNAL STATUS .........: *** HELD ***"
                MOVE "JOURNAL DOES NOT PROVE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE ACCOUNT-MASTER
             OLD-REGISTER
             RECOVERY-FILE
             NEW-REGISTER
             JOURNAL-FILE
             REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *ends non-zero on any failure so a half-maintained register
      *never replaces chgoreg and an unproved journal never reaches
      *the ledger
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM130 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (POSTED-HISTORY): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (ACCOUNT-MASTER): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (OLD-REGISTER): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (RECOVERY-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (DATE-CARD): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (NEW-REGISTER): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (JOURNAL-FILE): " WS-STATUS7
            DISPLAY "* WS-STATUS8 (REPORT-FILE): " WS-STATUS8
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
