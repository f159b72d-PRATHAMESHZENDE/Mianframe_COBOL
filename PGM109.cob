       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM109.
      *INDEXED CUSTOMER MASTER LOAD : READS THE MAINTAINED SEQUENTIAL
      *CUSTOMER MASTER AND BUILDS AN INDEXED COPY (CUSTIDX) KEYED ON
      *THE CUSTOMER NUMBER, WITH THE CUSTOMER NAME AS AN ALTERNATE
      *KEY (DUPLICATES ALLOWED -- TWO CUSTOMERS MAY SHARE A NAME) .
      *THE BRANCH'S CALL STARTS FROM A NAME, NOT A NUMBER, AND THE
      *ALTERNATE KEY LETS PGM110 FIND EVERY CUSTOMER WHOSE NAME
      *BEGINS WITH WHAT THE CALLER GAVE WITHOUT A PASS OF THE MASTER .
      *RELOADED AFTER EACH CUSTOMER MAINTENANCE RUN, THE SAME WAY
      *PGM66 RELOADS ACCTIDX AFTER EACH CERTIFIED POSTING RUN ; THE
      *SEQUENTIAL CUSTMSTR STAYS THE MASTER EVERY BATCH STEP READS
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CUSTOMER-INDEX ASSIGN TO "CUSTIDX"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CX-CUST-NO
              ALTERNATE RECORD KEY IS CX-CUST-NAME WITH DUPLICATES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD CUSTOMER-MASTER.
      *     MUST STAY IN SYNC WITH PGM99.COB'S CUSTOMER-MASTER-REC
      *     LAYOUT
       01 CUSTOMER-MASTER-REC.
           05 CU-CUST-NO     PIC X(5).
            05 CU-CUST-NAME   PIC X(20).
            05 CU-ADDR-LINE1  PIC X(25).
            05 CU-ADDR-LINE2  PIC X(25).
            05 CU-ADDR-LINE3  PIC X(15).
            05 CU-WHOLD-FLAG  PIC X(1).
            05 CU-DECEASED-FLAG PIC X(1).
            05 CU-DELIVERY-PREF PIC X(1).
            05 CU-EMAIL-ADDR  PIC X(50).
            05 FILLER         PIC X(17).
      *
       FD CUSTOMER-INDEX.
      *     SAME FIELDS AS THE SEQUENTIAL CUSTOMER MASTER, KEYED ON THE
      *     CUSTOMER NUMBER AND, ALTERNATELY, ON THE NAME FOR PGM110
       01 CUSTOMER-INDEX-REC.
           05 CX-CUST-NO     PIC X(5).
            05 CX-CUST-NAME   PIC X(20).
            05 CX-ADDR-LINE1  PIC X(25).
            05 CX-ADDR-LINE2  PIC X(25).
            05 CX-ADDR-LINE3  PIC X(15).
            05 CX-WHOLD-FLAG  PIC X(1).
            05 CX-DECEASED-FLAG PIC X(1).
            05 CX-DELIVERY-PREF PIC X(1).
            05 CX-EMAIL-ADDR  PIC X(50).
            05 FILLER         PIC X(17).
      *-----------------------
       WORKING-STORAGE SECTION.
      *
       01 WS-STATUS1   PIC 99.
       01 WS-STATUS2   PIC 99.
       01 WS-ABEND-WHERE   PIC X(30) VALUE SPACES.
      *
       01 WS-LOAD-TOTALS.
           05 WS-READ-CNT    PIC 9(7) VALUE ZERO.
           05 WS-LOAD-CNT    PIC 9(7) VALUE ZERO.
           05 WS-DUP-NAME-CNT PIC 9(7) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 200-READ-MASTER
            PERFORM 300-LOAD-ONE-REC
                UNTIL CU-CUST-NO = HIGH-VALUES
            PERFORM 800-PRINT-TOTALS-RTN
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *opens both files
      *
            OPEN INPUT CUSTOMER-MASTER
            IF WS-STATUS1 NOT = 00
                MOVE "OPEN CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT CUSTOMER-INDEX
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN CUSTOMER-INDEX" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       200-READ-MASTER.
      *
      *reads the next sequential customer master record
      *
            READ CUSTOMER-MASTER
                AT END MOVE HIGH-VALUES TO CU-CUST-NO
            END-READ
            IF WS-STATUS1 NOT = 00 AND WS-STATUS1 NOT = 10
                MOVE "READ CUSTOMER-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF CU-CUST-NO NOT = HIGH-VALUES
                ADD 1 TO WS-READ-CNT
            END-IF
            .
      *
       300-LOAD-ONE-REC.
      *
      *writes one record to the indexed customer master . the input
      *arrives in ascending customer-number order, so a duplicate or
      *out-of-sequence number surfaces as a write error here rather
      *than a corrupt index . status 02 is a clean write whose name
      *the index already holds, and is only counted
      *
            MOVE CUSTOMER-MASTER-REC TO CUSTOMER-INDEX-REC
            WRITE CUSTOMER-INDEX-REC
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 02
                MOVE "WRITE CUSTOMER-INDEX" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-STATUS2 = 02
                ADD 1 TO WS-DUP-NAME-CNT
            END-IF
            ADD 1 TO WS-LOAD-CNT
            PERFORM 200-READ-MASTER
            .
      *
       800-PRINT-TOTALS-RTN.
      *
      *prints the load control totals
      *
            DISPLAY "CUSTOMER RECORDS READ ..: " WS-READ-CNT
            DISPLAY "INDEX RECORDS LOADED ...: " WS-LOAD-CNT
            DISPLAY "NAMES ALREADY INDEXED ..: " WS-DUP-NAME-CNT
            .
      *
       500-CLOSE-RTN.
      *
      *closes both files
      *
            CLOSE CUSTOMER-MASTER
             CUSTOMER-INDEX.
      *
       9999-ABEND-RTN.
      *
      *terminates the run on a bad file status instead of leaving a
      *half-built index for inquiries to trust
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM109 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (CUSTOMER-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (CUSTOMER-INDEX): " WS-STATUS2
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
