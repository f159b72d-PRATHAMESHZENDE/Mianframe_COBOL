      *A PRIVATE-BANKING BALANCE IS NOT A PAYROLL ACCOUNT'S IDEA OF
      *HIGH -- WITH THE PARAMETER CARD STILL SUPPLYING THE DEFAULTS
      *FOR ANY ACCOUNT WHOSE PRODUCT THE MASTER DOES NOT KNOW, SO THE
      *SUPERVISOR'S KNOB SURVIVES THE MIGRATION . A PRODUCT MAY CARRY
      *SEVERAL EFFECTIVE-DATED PRODMSTR ROWS ; THE ROW IN FORCE ON THE
      *BUSINESS DATE (THE DATECARD, ELSE THE SYSTEM DATE) JUDGES IT,
      *AND A ROW NOT YET EFFECTIVE IS PASSED OVER
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
           SELECT OPTIONAL PRODUCT-MASTER ASSIGN TO "PRODMSTR"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL DATE-CARD ASSIGN TO "DATECARD"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD PRODUCT-MASTER.
      *     THE PRODUCT MASTER . MUST STAY IN SYNC WITH PGM63.COB'S
      *     PRODUCT-MASTER-REC LAYOUT . THIS PROGRAM USES THE
      *     PER-PRODUCT EXCEPTION THRESHOLDS OF THE ROW IN FORCE
       01 PRODUCT-MASTER-REC.
           05 PM-PRODUCT     PIC X(2).
            05 PM-DESC        PIC X(20).
            05 PM-MOVE-PCT    PIC 9(3).
            05 PM-OD-RATE     PIC V999.
            05 FILLER         PIC X(6).
            05 PM-EFF-DATE-X  PIC X(8).
            05 PM-EFF-DATE REDEFINES PM-EFF-DATE-X PIC 9(8).
            05 PM-SO-RETRY-X  PIC X(2).
            05 PM-SO-RETRY REDEFINES PM-SO-RETRY-X PIC 9(2).
            05 PM-TD-FLAG     PIC X(1).
            05 PM-TD-PEN-RULE PIC X(1).
            05 PM-TD-PEN-VALUE-X PIC X(5).
            05 PM-TD-PEN-VALUE REDEFINES PM-TD-PEN-VALUE-X
                              PIC 9(3)V99.
            05 PM-OD-MAX-X    PIC X(9).
            05 PM-OD-MAX REDEFINES PM-OD-MAX-X PIC 9(7)V99.
            05 PM-NSF-FEE-X   PIC X(7).
            05 PM-NSF-FEE REDEFINES PM-NSF-FEE-X PIC 9(5)V99.
            05 PM-NSF-CAP-X   PIC X(7).
            05 PM-NSF-CAP REDEFINES PM-NSF-CAP-X PIC 9(5)V99.
            05 FILLER         PIC X(10).
      *
       FD DATE-CARD.
      *     OPTIONAL ONE-CARD BUSINESS DATE, THE SAME CARD PGM52
      *     READS . WHEN ABSENT THE SYSTEM DATE IS USED
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
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
      *PER-PRODUCT EXCEPTION THRESHOLDS FROM THE PRODUCT MASTER .
               10 WS-PROD-HIGH-BAL PIC 9(7)V99.
               10 WS-PROD-MOVE-AMT PIC 9(7)V99.
               10 WS-PROD-MOVE-PCT PIC 9(3).
      *
      *THE BUSINESS DATE THE PRODUCT ROW IN FORCE IS CHOSEN FOR, AND
      *PRODMSTR SEQUENCE CONTROL : PRODUCT THEN EFFECTIVE DATE MUST
      *ASCEND, OR THE ROW IN FORCE CANNOT BE TOLD FROM A STALE ONE
       01 WS-RUN-DATE        PIC 9(8) VALUE ZERO.
       01 WS-PM-EFF-DATE     PIC 9(8) VALUE ZERO.
       01 WS-LAST-PM-KEY.
           05 WS-LAST-PM-PRODUCT PIC X(2) VALUE LOW-VALUES.
            05 WS-LAST-PM-EFF     PIC 9(8) VALUE ZERO.
       01 WS-PROD-FOUND      PIC X(1) VALUE "N".
           88 PRODUCT-FOUND      VALUE "Y".
           88 PRODUCT-NOT-FOUND  VALUE "N".
                MOVE "OPEN REPORT-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 110-GET-BUSINESS-DATE
            .
      *
       110-GET-BUSINESS-DATE.
      *
      *takes the business date from the date card, falling back to
      *the system date when the card is absent . it picks which
      *effective-dated product row is in force
      *
            OPEN INPUT DATE-CARD
            IF WS-STATUS6 NOT = 00 AND WS-STATUS6 NOT = 05
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
            DISPLAY "BUSINESS DATE FOR THIS RUN : " WS-RUN-DATE
            .
      *
       150-LOAD-PRODUCT-THRESHOLDS.
       170-LOAD-ONE-PRODUCT.
      *
      *copies one product's thresholds into the next free table slot
      *. a later row for the code just tabled that is already in
      *force on the business date replaces it ; a row not yet in
      *force is passed over
      *
            IF PM-EFF-DATE-X IS NUMERIC
                MOVE PM-EFF-DATE TO WS-PM-EFF-DATE
            ELSE
                MOVE ZERO TO WS-PM-EFF-DATE
            END-IF
            IF PM-PRODUCT < WS-LAST-PM-PRODUCT
                    OR (PM-PRODUCT = WS-LAST-PM-PRODUCT
                        AND WS-PM-EFF-DATE NOT > WS-LAST-PM-EFF)
                MOVE "PRODMSTR OUT OF SEQUENCE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE PM-PRODUCT TO WS-LAST-PM-PRODUCT
            MOVE WS-PM-EFF-DATE TO WS-LAST-PM-EFF
            IF WS-PM-EFF-DATE NOT > WS-RUN-DATE
                PERFORM 175-FILE-PRODUCT-ROW
            END-IF
            PERFORM 160-READ-PRODUCT
            .
      *
       175-FILE-PRODUCT-ROW.
      *
      *picks the product's slot -- its own when the code is already
      *tabled, else the next free one -- and fills it from the row
      *in hand
      *
            IF WS-PROD-COUNT = 0
                    OR WS-PROD-CODE(WS-PROD-COUNT) NOT = PM-PRODUCT
                IF WS-PROD-COUNT >= 50
                    MOVE "MORE THAN 50 PRODUCTS" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
                END-IF
                ADD 1 TO WS-PROD-COUNT
            END-IF
            SET WS-PROD-IDX TO WS-PROD-COUNT
            MOVE PM-PRODUCT TO WS-PROD-CODE(WS-PROD-IDX)
            MOVE PM-HIGH-BAL TO WS-PROD-HIGH-BAL(WS-PROD-IDX)
            MOVE PM-MOVE-AMT TO WS-PROD-MOVE-AMT(WS-PROD-IDX)
            MOVE PM-MOVE-PCT TO WS-PROD-MOVE-PCT(WS-PROD-IDX)
            .
      *
       200-READ-OLD-MASTER.
            DISPLAY "* WS-STATUS3 (PARAM-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (REPORT-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (PRODUCT-MASTER): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (DATE-CARD): " WS-STATUS6
            DISPLAY "***************************************"
            STOP RUN.
