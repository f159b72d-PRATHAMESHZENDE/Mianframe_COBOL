       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM125.
      *WEEKLY ACCESS REVIEW : READS THE PERMANENT ACCESS LOG (ACCLOG)
      *THE INQUIRIES PGM67, PGM65 AND PGM75 WRITE THROUGH PGM124 AND
      *REPORTS THE SEVEN DAYS TO THE BUSINESS DATE FOR THE SECURITY
      *OFFICER . THE FIRST SECTION LISTS EVERY LOOKUP THAT NEEDS AN
      *ANSWER : "OWN" -- STAFF LOOKING AT AN ACCOUNT THEY ARE A PARTY
      *TO, "RELTV" -- AN ACCOUNT OF A RELATIVE, "OFFHRS" -- A LOOKUP
      *OUTSIDE THE WORKING DAY OR AT A WEEKEND, AND "REFUSED" -- A
      *SIGN-ON REFUSED . THE SECOND SECTION TOTALS EACH OPERATOR'S
      *WEEK AND FLAGS "HIGHVOL" ANY OPERATOR WHOSE LOOKUP COUNT
      *PASSES THE WEEKLY LIMIT .
      *
      *OWN AND RELATIVE ACCOUNTS COME FROM THE STAFF-CUSTOMER LIST
      *(STAFFCUS), ONE ROW PER OPERATOR AND CUSTOMER NUMBER -- THEIR
      *OWN ("S") OR A RELATIVE'S ("R") -- KEPT BY PERSONNEL . EVERY
      *ACCOUNT ON THE RELATIONSHIP FILE (ACCTREL) THAT NAMES ONE OF
      *THOSE CUSTOMERS IN ANY ROLE IS WATCHED FOR THAT OPERATOR . AN
      *INQUIRY WITH NO ACCOUNT SELECTOR CANNOT BE MATCHED AND IS
      *JUDGED ON ITS HOURS ALONE . THE WORKING DAY AND THE WEEKLY
      *LIMIT COME FROM THE OPTIONAL ACCPARM CARD : COLS 1-4 DAY START
      *HHMM, 5-8 DAY END HHMM, 9-12 LOOKUPS PER OPERATOR PER WEEK ; A
      *BLANK FIELD TAKES 0700, 1900 AND 0200 . ANY FLAG ENDS THE RUN
      *WITH RETURN CODE 4 -- A WARNING, AFTER THE FULL REPORT . A BAD
      *FILE ENDS WITH 12 . THE STAFF, WATCHED-ACCOUNT AND OPERATOR
      *TABLES ARE LOGGED ON THE CAPACITY-USAGE FILE (PGM121)
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPTIONAL ACCESS-LOG ASSIGN TO "ACCLOG"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STAFF-LIST ASSIGN TO "STAFFCUS"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL RELATION-FILE ASSIGN TO "ACCTREL"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "ACCPARM"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO "ACCRPT"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD ACCESS-LOG.
      *     ONE ROW PER SIGN-ON OR INQUIRY . MUST STAY IN SYNC WITH
      *     PGM124.COB'S WS-ACCESS-ROW LAYOUT
       01 ACCESS-LOG-REC.
           05 AC-CLOCK-DATE-X PIC X(8).
            05 AC-CLOCK-DATE REDEFINES AC-CLOCK-DATE-X PIC 9(8).
            05 AC-CLOCK-TIME-X PIC X(8).
            05 AC-CLOCK-TIME REDEFINES AC-CLOCK-TIME-X.
               10 AC-CLOCK-HH    PIC 9(2).
               10 AC-CLOCK-MM    PIC 9(2).
               10 FILLER         PIC 9(4).
            05 AC-OPER-ID      PIC X(4).
            05 AC-PROGRAM      PIC X(8).
            05 AC-EVENT        PIC X(1).
               88 AC-SIGNED-ON       VALUE "S".
               88 AC-REFUSED         VALUE "R".
               88 AC-INQUIRY         VALUE "I".
            05 AC-ACCT-NO      PIC X(5).
            05 AC-CRITERIA     PIC X(30).
            05 AC-RECORDS-X    PIC X(7).
            05 AC-RECORDS REDEFINES AC-RECORDS-X PIC 9(7).
            05 FILLER          PIC X(9).
      *
       FD STAFF-LIST.
      *     ONE ROW PER OPERATOR AND CUSTOMER NUMBER THEY MAY NOT
      *     LOOK AT UNCHALLENGED : "S" THE OPERATOR'S OWN CUSTOMER
      *     NUMBER, "R" A RELATIVE'S . THE NOTE (SPOUSE, PARENT ...)
      *     IS FOR PERSONNEL AND IS NOT READ
       01 STAFF-LIST-REC.
           05 SC-OPER-ID      PIC X(4).
            05 SC-CUST-NO      PIC X(5).
            05 SC-RELATION     PIC X(1).
               88 SC-SELF            VALUE "S".
               88 SC-RELATIVE        VALUE "R".
            05 SC-NOTE         PIC X(20).
            05 FILLER          PIC X(50).
      *
       FD RELATION-FILE.
      *     MUST STAY IN SYNC WITH PGM114.COB'S RELATION-REC LAYOUT
       01 RELATION-REC.
           05 AR-ACCT-NO      PIC X(5).
            05 AR-CUST-NO      PIC X(5).
            05 FILLER          PIC X(70).
      *
       FD DATE-CARD.
      *     THE SAME BUSINESS-DATE CARD PGM52 READS . ABSENT MEANS
      *     SYSTEM DATE
       01 DATE-CARD-REC.
           05 DTC-BUS-DATE-X PIC X(8).
            05 DTC-BUS-DATE REDEFINES DTC-BUS-DATE-X PIC 9(8).
            05 FILLER         PIC X(72).
      *
       FD PARAM-FILE.
      *     ONE OPTIONAL CARD : THE WORKING DAY AND THE WEEKLY LOOKUP
      *     LIMIT . A BLANK OR NON-NUMERIC FIELD TAKES ITS DEFAULT
       01 PARAM-REC.
           05 PRM-DAY-START-X PIC X(4).
            05 PRM-DAY-START REDEFINES PRM-DAY-START-X PIC 9(4).
            05 PRM-DAY-END-X   PIC X(4).
            05 PRM-DAY-END REDEFINES PRM-DAY-END-X PIC 9(4).
            05 PRM-LIMIT-X     PIC X(4).
            05 PRM-LIMIT REDEFINES PRM-LIMIT-X PIC 9(4).
            05 FILLER          PIC X(68).
      *
       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(80).
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
      *THE BUSINESS DATE AND THE DAY NUMBERS OF THE REVIEW WEEK
       01 WS-RUN-DATE        PIC 9(8) VALUE ZERO.
       01 WS-RUN-DAY         PIC 9(7) VALUE ZERO.
       01 WS-WEEK-START-DAY  PIC 9(7) VALUE ZERO.
       01 WS-WEEK-START-DATE PIC 9(8) VALUE ZERO.
      *
      *THE WORKING DAY (HHMM, START INCLUSIVE, END EXCLUSIVE) AND THE
      *WEEKLY LOOKUP LIMIT PER OPERATOR
       01 WS-DAY-START       PIC 9(4) VALUE 0700.
       01 WS-DAY-END         PIC 9(4) VALUE 1900.
       01 WS-LOOKUP-LIMIT    PIC 9(4) VALUE 0200.
      *
      *THE LOG ROW BEING JUDGED : ITS DAY NUMBER AND WEEKDAY (1
      *MONDAY ... 6 SATURDAY, 0 SUNDAY), ITS CLOCK TIME AS HHMM, AND
      *ITS FLAGS
       01 WS-ROW-DAY         PIC 9(7) VALUE ZERO.
       01 WS-ROW-WEEKS       PIC 9(7) VALUE ZERO.
       01 WS-ROW-WEEKDAY     PIC 9(1) VALUE ZERO.
       01 WS-ROW-HHMM        PIC 9(4) VALUE ZERO.
       01 WS-ROW-OFFHRS      PIC X(1) VALUE "N".
           88 ROW-OUT-OF-HOURS       VALUE "Y".
       01 WS-ROW-RELATION    PIC X(1) VALUE SPACE.
           88 ROW-OWN-ACCOUNT        VALUE "S".
           88 ROW-RELATIVE-ACCOUNT   VALUE "R".
           88 ROW-NOT-WATCHED        VALUE SPACE.
      *
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-FILE            VALUE "Y".
           88 NOT-END-OF-FILE        VALUE "N".
      *
      *THE STAFF-CUSTOMER LIST, LOADED ONCE . MORE THAN 500 ROWS IS
      *TREATED AS FATAL
       01 WS-STF-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-STF-TABLE.
           05 WS-STF-ENTRY OCCURS 500 TIMES
                   INDEXED BY ST-IDX.
               10 WS-STF-OPER-ID   PIC X(4).
               10 WS-STF-CUST-NO   PIC X(5).
               10 WS-STF-RELATION  PIC X(1).
      *
      *THE WATCHED ACCOUNTS : EVERY ACCOUNT NAMING A LISTED CUSTOMER,
      *ONCE PER OPERATOR IT IS WATCHED FOR . MORE THAN 2000 IS FATAL
       01 WS-WCH-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-WCH-TABLE.
           05 WS-WCH-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WT-IDX.
               10 WS-WCH-ACCT-NO   PIC X(5).
               10 WS-WCH-OPER-ID   PIC X(4).
               10 WS-WCH-RELATION  PIC X(1).
      *
      *EACH OPERATOR'S WEEK, IN THE ORDER THEY FIRST APPEAR ON THE
      *LOG . MORE THAN 100 OPERATORS IS FATAL
       01 WS-TLY-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-TLY-TABLE.
           05 WS-TLY-ENTRY OCCURS 100 TIMES
                   INDEXED BY OT-IDX.
               10 WS-TLY-OPER-ID   PIC X(4).
               10 WS-TLY-LOOKUPS   PIC 9(5).
               10 WS-TLY-RECORDS   PIC 9(7).
               10 WS-TLY-OFFHRS    PIC 9(5).
               10 WS-TLY-OWN       PIC 9(5).
               10 WS-TLY-RELTV     PIC 9(5).
               10 WS-TLY-REFUSED   PIC 9(5).
       01 WS-TLY-FOUND      PIC X(1) VALUE "N".
           88 TALLY-FOUND            VALUE "Y".
           88 TALLY-NOT-FOUND        VALUE "N".
      *
      *RUN TOTALS
       01 WS-RUN-TOTALS.
           05 WS-ROWS-READ-CNT  PIC 9(7) VALUE ZERO.
           05 WS-ROWS-WEEK-CNT  PIC 9(7) VALUE ZERO.
           05 WS-ROWS-OTHER-CNT PIC 9(7) VALUE ZERO.
           05 WS-ROWS-BAD-CNT   PIC 9(7) VALUE ZERO.
           05 WS-SIGNON-CNT     PIC 9(7) VALUE ZERO.
           05 WS-LOOKUP-CNT     PIC 9(7) VALUE ZERO.
           05 WS-REL-READ-CNT   PIC 9(7) VALUE ZERO.
           05 WS-EXCEPTION-CNT  PIC 9(5) VALUE ZERO.
           05 WS-HIGHVOL-CNT    PIC 9(5) VALUE ZERO.
      *
      *THE CAPACITY-USAGE CALL AREA (PGM121)
       01 WS-CAP-USAGE.
           COPY CAPUSE.
       01 WS-CAP-SAVE-RC     PIC S9(4) VALUE ZERO.
      *
      *PAGINATION CONTROL (SAME SHAPE AS PGM53'S)
       01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 020.
       01 WS-LINE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-HOLD-LINE       PIC X(80).
      *
      *HEADING AND DETAIL LINES . HEADING 3 CARRIES THE COLUMN HEADS
      *OF THE SECTION BEING PRINTED
       01 WS-HEADING-1.
           05 FILLER          PIC X(20) VALUE SPACES.
            05 FILLER          PIC X(40)
                VALUE "PGM125 WEEKLY INQUIRY ACCESS REVIEW".
      *
       01 WS-HEADING-2.
           05 FILLER          PIC X(10) VALUE "PAGE NO. ".
            05 H2-PAGE-NO      PIC ZZZZ9.
            05 FILLER          PIC X(8)  VALUE "  WEEK ".
            05 H2-FROM-DATE    PIC 9(8).
            05 FILLER          PIC X(3)  VALUE " - ".
            05 H2-TO-DATE      PIC 9(8).
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 H2-SECTION      PIC X(20).
      *
       01 WS-HEADING-3       PIC X(80) VALUE SPACES.
      *
       01 WS-EXC-COLUMNS.
           05 FILLER          PIC X(9)  VALUE "DATE".
            05 FILLER          PIC X(6)  VALUE "TIME".
            05 FILLER          PIC X(5)  VALUE "OPER".
            05 FILLER          PIC X(7)  VALUE "PROG".
            05 FILLER          PIC X(6)  VALUE "ACCT".
            05 FILLER          PIC X(27) VALUE "CRITERIA".
            05 FILLER          PIC X(6)  VALUE " RECS".
            05 FILLER          PIC X(12) VALUE "FLAGS".
      *
       01 WS-OPR-COLUMNS.
           05 FILLER          PIC X(7)  VALUE "OPER".
            05 FILLER          PIC X(9)  VALUE "LOOKUPS".
            05 FILLER          PIC X(9)  VALUE "RECORDS".
            05 FILLER          PIC X(7)  VALUE "OFFHRS".
            05 FILLER          PIC X(7)  VALUE "   OWN".
            05 FILLER          PIC X(7)  VALUE " RELTV".
            05 FILLER          PIC X(9)  VALUE " REFUSED".
            05 FILLER          PIC X(8)  VALUE "FLAGS".
      *
       01 WS-EXC-LINE.
           05 EL-DATE         PIC 9(8).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EL-TIME-HH      PIC 9(2).
            05 FILLER          PIC X(1)  VALUE ":".
            05 EL-TIME-MM      PIC 9(2).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EL-OPER-ID      PIC X(4).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EL-PROGRAM      PIC X(6).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EL-ACCT-NO      PIC X(5).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EL-CRITERIA     PIC X(26).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EL-RECORDS      PIC ZZZZ9.
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EL-FLAG-1       PIC X(7).
            05 FILLER          PIC X(1)  VALUE SPACES.
            05 EL-FLAG-2       PIC X(6).
      *
       01 WS-OPR-LINE.
           05 OL-OPER-ID      PIC X(4).
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 OL-LOOKUPS      PIC ZZZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 OL-RECORDS      PIC ZZZZZZ9.
            05 FILLER          PIC X(3)  VALUE SPACES.
            05 OL-OFFHRS       PIC ZZZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 OL-OWN          PIC ZZZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 OL-RELTV        PIC ZZZZ9.
            05 FILLER          PIC X(4)  VALUE SPACES.
            05 OL-REFUSED      PIC ZZZZ9.
            05 FILLER          PIC X(2)  VALUE SPACES.
            05 OL-FLAG         PIC X(7).
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 200-LOAD-STAFF-LIST
            PERFORM 250-LOAD-WATCHED-ACCOUNTS
            PERFORM 300-REVIEW-ACCESS-LOG
            PERFORM 600-PRINT-OPERATOR-WEEKS
            PERFORM 800-PRINT-SUMMARY-RTN
            PERFORM 850-LOG-TABLE-USAGE
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *fixes the business date and the review week that ends on it,
      *takes the working day and limit, and opens the report
      *
            PERFORM 110-GET-BUSINESS-DATE
            COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            COMPUTE WS-WEEK-START-DAY = WS-RUN-DAY - 6
            COMPUTE WS-WEEK-START-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAY)
            MOVE WS-WEEK-START-DATE TO H2-FROM-DATE
            MOVE WS-RUN-DATE TO H2-TO-DATE
            PERFORM 120-READ-PARAMETERS
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
            DISPLAY "ACCESS REVIEW BUSINESS DATE : " WS-RUN-DATE
            .
      *
       120-READ-PARAMETERS.
      *
      *takes the working day and weekly limit from the optional
      *parameter card, field by field, keeping the default for any
      *field left blank . a day that ends before it starts is fatal
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 05
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PRM-DAY-START-X IS NUMERIC
                        MOVE PRM-DAY-START TO WS-DAY-START
                    END-IF
                    IF PRM-DAY-END-X IS NUMERIC
                        MOVE PRM-DAY-END TO WS-DAY-END
                    END-IF
                    IF PRM-LIMIT-X IS NUMERIC AND PRM-LIMIT > 0
                        MOVE PRM-LIMIT TO WS-LOOKUP-LIMIT
                    END-IF
            END-READ
            CLOSE PARAM-FILE
            IF WS-DAY-END NOT > WS-DAY-START
                    OR WS-DAY-END > 2400
                MOVE "BAD ACCPARM WORKING DAY" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            DISPLAY "WORKING DAY ............: " WS-DAY-START
                    " - " WS-DAY-END
            DISPLAY "WEEKLY LOOKUP LIMIT ....: " WS-LOOKUP-LIMIT
            .
      *
       200-LOAD-STAFF-LIST.
      *
      *loads the staff-customer list . a row with no operator or no
      *customer, or a relation other than "S" or "R", is counted out
      *
            OPEN INPUT STAFF-LIST
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN STAFF-LIST" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-FILE TO TRUE
            PERFORM 210-LOAD-ONE-STAFF-ROW
                UNTIL END-OF-FILE
            CLOSE STAFF-LIST
            DISPLAY "STAFF-CUSTOMER ROWS ....: " WS-STF-COUNT
            .
      *
       210-LOAD-ONE-STAFF-ROW.
      *
      *copies one staff-customer row into the next free table slot
      *
            READ STAFF-LIST
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    IF SC-OPER-ID = SPACES
                            OR SC-CUST-NO = SPACES
                            OR NOT (SC-SELF OR SC-RELATIVE)
                        DISPLAY "STAFF ROW IGNORED: " SC-OPER-ID
                                " " SC-CUST-NO " " SC-RELATION
                    ELSE
                        IF WS-STF-COUNT >= 500
                            MOVE "STAFFCUS EXCEEDS 500"
                                TO WS-ABEND-WHERE
                            PERFORM 9999-ABEND-RTN
                        END-IF
                        ADD 1 TO WS-STF-COUNT
                        SET ST-IDX TO WS-STF-COUNT
                        MOVE SC-OPER-ID TO WS-STF-OPER-ID(ST-IDX)
                        MOVE SC-CUST-NO TO WS-STF-CUST-NO(ST-IDX)
                        MOVE SC-RELATION TO WS-STF-RELATION(ST-IDX)
                    END-IF
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ STAFF-LIST" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       250-LOAD-WATCHED-ACCOUNTS.
      *
      *reads the relationship file once and watches every account
      *that names a listed customer, for each operator who listed
      *that customer . an absent relationship file watches nothing
      *
            OPEN INPUT RELATION-FILE
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 05
                MOVE "OPEN RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-FILE TO TRUE
            PERFORM 260-READ-ONE-RELATION
                UNTIL END-OF-FILE
            CLOSE RELATION-FILE
            DISPLAY "WATCHED ACCOUNTS .......: " WS-WCH-COUNT
            .
      *
       260-READ-ONE-RELATION.
      *
      *reads one relationship row and tests it against every staff
      *row
      *
            READ RELATION-FILE
                AT END
                    SET END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-REL-READ-CNT
                    PERFORM 270-MATCH-ONE-STAFF-ROW
                        VARYING ST-IDX FROM 1 BY 1
                        UNTIL ST-IDX > WS-STF-COUNT
            END-READ
            IF WS-STATUS3 NOT = 00 AND WS-STATUS3 NOT = 10
                MOVE "READ RELATION-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       270-MATCH-ONE-STAFF-ROW.
      *
      *watches the relationship row's account for the staff row's
      *operator when the staff row names the row's customer
      *
            IF WS-STF-CUST-NO(ST-IDX) = AR-CUST-NO
                IF WS-WCH-COUNT >= 2000
                    MOVE "WATCHED ACCOUNTS EXCEED 2000"
                        TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-WCH-COUNT
                SET WT-IDX TO WS-WCH-COUNT
                MOVE AR-ACCT-NO TO WS-WCH-ACCT-NO(WT-IDX)
                MOVE WS-STF-OPER-ID(ST-IDX) TO WS-WCH-OPER-ID(WT-IDX)
                MOVE WS-STF-RELATION(ST-IDX)
                    TO WS-WCH-RELATION(WT-IDX)
            END-IF
            .
      *
       300-REVIEW-ACCESS-LOG.
      *
      *prints the exceptions section : walks the whole access log,
      *judging each row that falls in the review week
      *
            MOVE "SECTION: EXCEPTIONS" TO H2-SECTION
            MOVE WS-EXC-COLUMNS TO WS-HEADING-3
            OPEN INPUT ACCESS-LOG
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 05
                MOVE "OPEN ACCESS-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            SET NOT-END-OF-FILE TO TRUE
            PERFORM 310-READ-ACCESS-LOG
            PERFORM 320-JUDGE-ONE-ROW
                UNTIL END-OF-FILE
            CLOSE ACCESS-LOG
            IF WS-EXCEPTION-CNT = 0
                MOVE "NO EXCEPTIONS THIS WEEK" TO REPORT-LINE
                PERFORM 400-PRINT-LINE
            END-IF
            .
      *
       310-READ-ACCESS-LOG.
      *
      *reads the next access-log row
      *
            READ ACCESS-LOG
                AT END SET END-OF-FILE TO TRUE
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ ACCESS-LOG" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF NOT-END-OF-FILE
                ADD 1 TO WS-ROWS-READ-CNT
            END-IF
            .
      *
       320-JUDGE-ONE-ROW.
      *
      *counts out a row that is unusable or outside the week, and
      *judges the rest by their event
      *
            EVALUATE TRUE
                WHEN AC-CLOCK-DATE-X IS NOT NUMERIC
                        OR AC-CLOCK-TIME-X IS NOT NUMERIC
                        OR AC-CLOCK-DATE = 0
                        OR NOT (AC-SIGNED-ON OR AC-REFUSED
                                OR AC-INQUIRY)
                    ADD 1 TO WS-ROWS-BAD-CNT
                WHEN OTHER
                    COMPUTE WS-ROW-DAY =
                            FUNCTION INTEGER-OF-DATE(AC-CLOCK-DATE)
                    IF WS-ROW-DAY < WS-WEEK-START-DAY
                            OR WS-ROW-DAY > WS-RUN-DAY
                        ADD 1 TO WS-ROWS-OTHER-CNT
                    ELSE
                        ADD 1 TO WS-ROWS-WEEK-CNT
                        PERFORM 330-JUDGE-WEEK-ROW
                    END-IF
            END-EVALUATE
            PERFORM 310-READ-ACCESS-LOG
            .
      *
       330-JUDGE-WEEK-ROW.
      *
      *tallies one of the week's rows against its operator and
      *prints it when it is flagged . a sign-on is counted only ;
      *a refused sign-on is always printed ; an inquiry is printed
      *when it was out of hours or on a watched account
      *
            PERFORM 340-FIND-OPERATOR-TALLY
            EVALUATE TRUE
                WHEN AC-SIGNED-ON
                    ADD 1 TO WS-SIGNON-CNT
                WHEN AC-REFUSED
                    ADD 1 TO WS-TLY-REFUSED(OT-IDX)
                    MOVE "REFUSED" TO EL-FLAG-1
                    MOVE SPACES TO EL-FLAG-2
                    PERFORM 370-PRINT-EXCEPTION
                WHEN AC-INQUIRY
                    ADD 1 TO WS-LOOKUP-CNT
                    ADD 1 TO WS-TLY-LOOKUPS(OT-IDX)
                    IF AC-RECORDS-X IS NUMERIC
                        ADD AC-RECORDS TO WS-TLY-RECORDS(OT-IDX)
                    END-IF
                    PERFORM 350-TEST-HOURS
                    PERFORM 360-TEST-WATCHED
                    MOVE SPACES TO EL-FLAG-1 EL-FLAG-2
                    EVALUATE TRUE
                        WHEN ROW-OWN-ACCOUNT
                            MOVE "OWN" TO EL-FLAG-1
                            ADD 1 TO WS-TLY-OWN(OT-IDX)
                        WHEN ROW-RELATIVE-ACCOUNT
                            MOVE "RELTV" TO EL-FLAG-1
                            ADD 1 TO WS-TLY-RELTV(OT-IDX)
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    IF ROW-OUT-OF-HOURS
                        MOVE "OFFHRS" TO EL-FLAG-2
                        ADD 1 TO WS-TLY-OFFHRS(OT-IDX)
                    END-IF
                    IF ROW-OUT-OF-HOURS OR NOT ROW-NOT-WATCHED
                        PERFORM 370-PRINT-EXCEPTION
                    END-IF
            END-EVALUATE
            .
      *
       340-FIND-OPERATOR-TALLY.
      *
      *points ot-idx at the row's operator's tally, starting a new
      *one the first time the operator appears
      *
            MOVE "N" TO WS-TLY-FOUND
            PERFORM 345-TEST-ONE-TALLY
                VARYING OT-IDX FROM 1 BY 1
                UNTIL OT-IDX > WS-TLY-COUNT
                    OR TALLY-FOUND
            IF TALLY-FOUND
                SET OT-IDX DOWN BY 1
            ELSE
                IF WS-TLY-COUNT >= 100
                    MOVE "OPERATORS EXCEED 100" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-TLY-COUNT
                SET OT-IDX TO WS-TLY-COUNT
                MOVE AC-OPER-ID TO WS-TLY-OPER-ID(OT-IDX)
                MOVE ZERO TO WS-TLY-LOOKUPS(OT-IDX)
                             WS-TLY-RECORDS(OT-IDX)
                             WS-TLY-OFFHRS(OT-IDX)
                             WS-TLY-OWN(OT-IDX)
                             WS-TLY-RELTV(OT-IDX)
                             WS-TLY-REFUSED(OT-IDX)
            END-IF
            .
      *
       345-TEST-ONE-TALLY.
      *
      *tests one tally entry against the row's operator
      *
            IF WS-TLY-OPER-ID(OT-IDX) = AC-OPER-ID
                SET TALLY-FOUND TO TRUE
            END-IF
            .
      *
       350-TEST-HOURS.
      *
      *flags a lookup at a weekend or outside the working day .
      *day one was a monday, so the day number's remainder by
      *seven is the weekday, 6 saturday and 0 sunday
      *
            MOVE "N" TO WS-ROW-OFFHRS
            DIVIDE WS-ROW-DAY BY 7 GIVING WS-ROW-WEEKS
                REMAINDER WS-ROW-WEEKDAY
            COMPUTE WS-ROW-HHMM = AC-CLOCK-HH * 100 + AC-CLOCK-MM
            IF WS-ROW-WEEKDAY = 6 OR WS-ROW-WEEKDAY = 0
                    OR WS-ROW-HHMM < WS-DAY-START
                    OR WS-ROW-HHMM NOT < WS-DAY-END
                SET ROW-OUT-OF-HOURS TO TRUE
            END-IF
            .
      *
       360-TEST-WATCHED.
      *
      *looks for the inquiry's account among the accounts watched
      *for its operator . the operator's own account outranks a
      *relative's when it is both
      *
            MOVE SPACE TO WS-ROW-RELATION
            IF AC-ACCT-NO NOT = SPACES
                PERFORM 365-TEST-ONE-WATCH
                    VARYING WT-IDX FROM 1 BY 1
                    UNTIL WT-IDX > WS-WCH-COUNT
                        OR ROW-OWN-ACCOUNT
            END-IF
            .
      *
       365-TEST-ONE-WATCH.
      *
      *tests one watched account against the inquiry
      *
            IF WS-WCH-ACCT-NO(WT-IDX) = AC-ACCT-NO
                    AND WS-WCH-OPER-ID(WT-IDX) = AC-OPER-ID
                MOVE WS-WCH-RELATION(WT-IDX) TO WS-ROW-RELATION
            END-IF
            .
      *
       370-PRINT-EXCEPTION.
      *
      *prints one flagged row with the flags already set
      *
            MOVE AC-CLOCK-DATE TO EL-DATE
            MOVE AC-CLOCK-HH TO EL-TIME-HH
            MOVE AC-CLOCK-MM TO EL-TIME-MM
            MOVE AC-OPER-ID TO EL-OPER-ID
            MOVE AC-PROGRAM TO EL-PROGRAM
            MOVE AC-ACCT-NO TO EL-ACCT-NO
            MOVE AC-CRITERIA TO EL-CRITERIA
            IF AC-RECORDS-X IS NUMERIC
                MOVE AC-RECORDS TO EL-RECORDS
            ELSE
                MOVE ZERO TO EL-RECORDS
            END-IF
            ADD 1 TO WS-EXCEPTION-CNT
            MOVE WS-EXC-LINE TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            .
      *
       400-PRINT-LINE.
      *
      *prints the line already moved to report-line, starting a new
      *page whenever the page fills up
      *
            IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 410-PRINT-HEADINGS
            END-IF
            WRITE REPORT-LINE
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-LINE-COUNT
            .
      *
       410-PRINT-HEADINGS.
      *
      *starts a new page . the line waiting in report-line is kept
      *across the headings
      *
            MOVE REPORT-LINE TO WS-HOLD-LINE
            ADD 1 TO WS-PAGE-COUNT
            MOVE WS-PAGE-COUNT TO H2-PAGE-NO
            WRITE REPORT-LINE FROM WS-HEADING-1
            WRITE REPORT-LINE FROM WS-HEADING-2
            WRITE REPORT-LINE FROM WS-HEADING-3
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 0 TO WS-LINE-COUNT
            MOVE WS-HOLD-LINE TO REPORT-LINE
            .
      *
       600-PRINT-OPERATOR-WEEKS.
      *
      *prints the operator section on a page of its own : one line
      *per operator seen this week
      *
            MOVE "SECTION: OPERATORS" TO H2-SECTION
            MOVE WS-OPR-COLUMNS TO WS-HEADING-3
            MOVE 0 TO WS-LINE-COUNT
            IF WS-TLY-COUNT = 0
                MOVE "NO INQUIRY ACTIVITY THIS WEEK" TO REPORT-LINE
                PERFORM 400-PRINT-LINE
            END-IF
            PERFORM 610-PRINT-ONE-OPERATOR
                VARYING OT-IDX FROM 1 BY 1
                UNTIL OT-IDX > WS-TLY-COUNT
            .
      *
       610-PRINT-ONE-OPERATOR.
      *
      *prints one operator's week, flagging a lookup count over the
      *weekly limit
      *
            MOVE SPACES TO WS-OPR-LINE
            MOVE WS-TLY-OPER-ID(OT-IDX) TO OL-OPER-ID
            MOVE WS-TLY-LOOKUPS(OT-IDX) TO OL-LOOKUPS
            MOVE WS-TLY-RECORDS(OT-IDX) TO OL-RECORDS
            MOVE WS-TLY-OFFHRS(OT-IDX) TO OL-OFFHRS
            MOVE WS-TLY-OWN(OT-IDX) TO OL-OWN
            MOVE WS-TLY-RELTV(OT-IDX) TO OL-RELTV
            MOVE WS-TLY-REFUSED(OT-IDX) TO OL-REFUSED
            IF WS-TLY-LOOKUPS(OT-IDX) > WS-LOOKUP-LIMIT
                MOVE "HIGHVOL" TO OL-FLAG
                ADD 1 TO WS-HIGHVOL-CNT
            END-IF
            MOVE WS-OPR-LINE TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            .
      *
       800-PRINT-SUMMARY-RTN.
      *
      *prints the run totals and the verdict . any exception or
      *high-volume operator ends the step with return code 4
      *
            MOVE SPACES TO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "LOOKUPS " WS-LOOKUP-CNT
                   "  SIGN-ONS " WS-SIGNON-CNT
                   "  EXCEPTIONS " WS-EXCEPTION-CNT
                   "  HIGH VOLUME " WS-HIGHVOL-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "LOG ROWS READ " WS-ROWS-READ-CNT
                   "  THIS WEEK " WS-ROWS-WEEK-CNT
                   "  OTHER WEEKS " WS-ROWS-OTHER-CNT
                   "  UNUSABLE " WS-ROWS-BAD-CNT
                DELIMITED BY SIZE INTO REPORT-LINE
            PERFORM 400-PRINT-LINE
            MOVE SPACES TO REPORT-LINE
            IF WS-EXCEPTION-CNT > 0 OR WS-HIGHVOL-CNT > 0
                MOVE "RESULT: *** REVIEW THE FLAGGED ACCESS ***"
                    TO REPORT-LINE
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE "RESULT: NO ACCESS NEEDS REVIEW"
                    TO REPORT-LINE
            END-IF
            PERFORM 400-PRINT-LINE
            DISPLAY "ACCESS LOG ROWS READ ...: " WS-ROWS-READ-CNT
            DISPLAY "ROWS IN REVIEW WEEK ....: " WS-ROWS-WEEK-CNT
            DISPLAY "ROWS OTHER WEEKS .......: " WS-ROWS-OTHER-CNT
            DISPLAY "ROWS UNUSABLE ..........: " WS-ROWS-BAD-CNT
            DISPLAY "RELATIONSHIP ROWS READ .: " WS-REL-READ-CNT
            DISPLAY "LOOKUPS THIS WEEK ......: " WS-LOOKUP-CNT
            DISPLAY "EXCEPTIONS PRINTED .....: " WS-EXCEPTION-CNT
            DISPLAY "HIGH-VOLUME OPERATORS ..: " WS-HIGHVOL-CNT
            IF RETURN-CODE = 4
                DISPLAY "RESULT: REVIEW THE FLAGGED ACCESS"
            END-IF
            .
      *
       850-LOG-TABLE-USAGE.
      *
      *logs the three tables' loads against their ceilings on the
      *capacity-usage file (pgm121) for the weekly headroom report .
      *the calls leave a return code of their own behind, so the
      *review's is put back after them
      *
            MOVE RETURN-CODE TO WS-CAP-SAVE-RC
            MOVE WS-RUN-DATE TO CAP-RUN-DATE
            MOVE "PGM125" TO CAP-PROGRAM
            MOVE "STAFF CUST" TO CAP-TABLE
            MOVE 500 TO CAP-CEILING
            MOVE WS-STF-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "WATCHED ACCT" TO CAP-TABLE
            MOVE 2000 TO CAP-CEILING
            MOVE WS-WCH-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE "OPERATORS" TO CAP-TABLE
            MOVE 100 TO CAP-CEILING
            MOVE WS-TLY-COUNT TO CAP-PEAK
            CALL "PGM121" USING WS-CAP-USAGE
            MOVE WS-CAP-SAVE-RC TO RETURN-CODE
            .
      *
       500-CLOSE-RTN.
      *
      *closes the report
      *
            CLOSE REPORT-FILE.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status, parameter or date
      *card, or a full table
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM125 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (ACCESS-LOG): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (STAFF-LIST): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (RELATION-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (DATE-CARD): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (PARAM-FILE): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (REPORT-FILE): " WS-STATUS6
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
