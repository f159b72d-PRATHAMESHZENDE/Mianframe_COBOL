      *CARRIES ONE ; THE DORMANCY FEE CHARGES ONLY ACCOUNTS WHOSE
      *NM-NOACT-CNT HAS REACHED THE DORMANCY THRESHOLD . THE FEE
      *REGISTER TOTALS BY BRANCH AND BY FEE TYPE SO THE RUN CAN BE
      *TIED OUT BEFORE THE FEES POST . A PRODUCT MAY CARRY SEVERAL
      *EFFECTIVE-DATED PRODMSTR ROWS ; THE FEES CHARGED ARE THOSE OF
      *THE ROW IN FORCE ON THE PARAMETER CARD'S BUSINESS DAY
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       FD PRODUCT-MASTER.
      *     THE PRODUCT MASTER . MUST STAY IN SYNC WITH PGM63.COB'S
      *     PRODUCT-MASTER-REC LAYOUT . THIS PROGRAM USES THE FEE
      *     SCHEDULE COLUMNS OF THE ROW IN FORCE
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
      *-----------------------
       WORKING-STORAGE SECTION.
      *
               10 WS-PROD-CODE      PIC X(2).
               10 WS-PROD-MAINT-FEE PIC 9(5)V99.
               10 WS-PROD-DORM-FEE  PIC 9(5)V99.
      *
      *PRODMSTR SEQUENCE CONTROL : PRODUCT THEN EFFECTIVE DATE MUST
      *ASCEND, OR THE ROW IN FORCE CANNOT BE TOLD FROM A STALE ONE
       01 WS-PM-EFF-DATE     PIC 9(8) VALUE ZERO.
       01 WS-LAST-PM-KEY.
           05 WS-LAST-PM-PRODUCT PIC X(2) VALUE LOW-VALUES.
            05 WS-LAST-PM-EFF     PIC 9(8) VALUE ZERO.
       01 WS-PROD-FOUND      PIC X(1) VALUE "N".
           88 PRODUCT-FOUND      VALUE "Y".
           88 PRODUCT-NOT-FOUND  VALUE "N".
      *
       1120-LOAD-ONE-PRODUCT.
      *
      *copies one product's fee schedule into the next free slot .
      *a later row for the code just tabled that is already in force
      *on the fee business day replaces it ; a row not yet in force
      *is passed over
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
            IF WS-PM-EFF-DATE NOT > PRM-EFF-DATE
                PERFORM 1125-FILE-PRODUCT-ROW
            END-IF
            PERFORM 1110-READ-PRODUCT
            .
      *
       1125-FILE-PRODUCT-ROW.
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
            MOVE PM-MAINT-FEE TO WS-PROD-MAINT-FEE(WS-PROD-IDX)
            MOVE PM-DORM-FEE TO WS-PROD-DORM-FEE(WS-PROD-IDX)
            .
      *
       200-READ-MASTER.
