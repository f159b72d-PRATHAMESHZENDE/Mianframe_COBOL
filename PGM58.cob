      *SORTED OLD-MASTER IN ACCOUNT-NUMBER SEQUENCE, SO THE NEXT PGM52
      *RUN READS A PROPERLY SEQUENCED MASTER INSTEAD OF SOMEONE HAND-
      *EDITING OLDMASTER AND PRODUCING AN OUT-OF-SEQUENCE FILE .
      *EVERY ACCOUNT OPENED IS LISTED ON A CONFIRMATION REPORT AND
      *APPENDED TO THE PERMANENT OPENED-ACCOUNT REGISTER (OPENREG),
      *DATED WITH THE BUSINESS DATE, SO THE MONTHLY PGM116 BRANCH
      *PERFORMANCE REPORT CAN COUNT THE MONTH'S OPENINGS
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           SELECT ONBOARD-CERT ASSIGN TO "ONBCERT"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPEN-REGISTER ASSIGN TO "OPENREG"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS7
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 OC-OPENED-CNT    PIC 9(7).
            05 OC-OPENED-TOTAL  PIC 9(11)V99.
            05 FILLER           PIC X(60).
      *
       FD OPEN-REGISTER.
      *     THE PERMANENT OPENED-ACCOUNT REGISTER (OPENED EXTEND THE
      *     WAY PGM52'S CLOSED REGISTER IS) : ONE RECORD PER ACCOUNT
      *     OPENED, WITH THE OPENING BALANCE, THE BUSINESS DATE AND
      *     THE BRANCH AND TELLER THAT TOOK THE OPENING CREDIT . MUST
      *     STAY IN SYNC WITH PGM116.COB'S OPEN-REGISTER-REC LAYOUT
       01 OPEN-REGISTER-REC.
           05 OR-ACCT-NO     PIC X(5).
            05 OR-OPEN-BAL    PIC 9(7)V99.
            05 OR-OPEN-DATE   PIC 9(8).
            05 OR-BRANCH      PIC X(3).
            05 OR-TELLER-ID   PIC X(4).
            05 FILLER         PIC X(51).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS3   PIC 99.
       01 WS-STATUS4   PIC 99.
       01 WS-STATUS5   PIC 99.
       01 WS-STATUS6   PIC 99.
       01 WS-STATUS7   PIC 99.
      *
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE      PIC 9(8) VALUE ZERO.
      *
      *SEQUENCE CONTROL . THE MERGED MASTER MUST COME OUT IN STRICTLY
      *ASCENDING ACCOUNT-NUMBER ORDER -- AN OUT-OF-SEQUENCE INPUT IS
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and opens the files the merge walks .
      *the opened-account register is permanent and only ever
      *appended to
      *
            PERFORM 110-GET-BUSINESS-DATE
            OPEN INPUT ONBOARD-FILE
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN ONBOARD-FILE" TO WS-ABEND-WHERE
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN EXTEND OPEN-REGISTER
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN OPEN-REGISTER" TO WS-ABEND-WHERE
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
            IF WS-STATUS7 NOT = 00 AND WS-STATUS7 NOT = 05
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
       200-READ-ONBOARD.
                MOVE SPACES TO MM-PRODUCT
                MOVE ZERO TO MM-OD-LIMIT
                PERFORM 320-WRITE-MERGED-REC
                PERFORM 325-REGISTER-OPENING
                ADD 1 TO WS-OPENED-CNT
                ADD ONB-AMOUNT TO WS-OPENED-TOTAL
                MOVE "OPENED" TO DL-STATUS
            END-IF
            ADD 1 TO WS-MM-WRITE-CNT
            .
      *
       325-REGISTER-OPENING.
      *
      *appends the account just opened to the opened-account register
      *
            MOVE SPACES TO OPEN-REGISTER-REC
            MOVE ONB-ACCT-NO TO OR-ACCT-NO
            MOVE ONB-AMOUNT TO OR-OPEN-BAL
            MOVE WS-RUN-DATE TO OR-OPEN-DATE
            MOVE ONB-BRANCH-ID TO OR-BRANCH
            MOVE ONB-TELLER-ID TO OR-TELLER-ID
            WRITE OPEN-REGISTER-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE OPEN-REGISTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       330-COPY-MASTER-REC.
      *
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE ONBOARD-FILE
             OLD-MASTER
             MERGED-MASTER
             REPORT-FILE
             OPEN-REGISTER.
      *
       9999-ABEND-RTN.
      *
            DISPLAY "* WS-STATUS3 (MERGED-MASTER): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (REPORT-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (ONBOARD-CERT): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (OPEN-REGISTER): " WS-STATUS6
            DISPLAY "* WS-STATUS7 (DATE-CARD): " WS-STATUS7
            DISPLAY "***************************************"
            STOP RUN.
