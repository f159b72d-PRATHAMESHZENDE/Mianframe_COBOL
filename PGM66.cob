      *WIDTH SHARED SUITE-WIDE VIA ACCTREC), SO SINGLE-ACCOUNT
      *INQUIRIES READ ONE RECORD BY KEY INSTEAD OF SCANNING THE WHOLE
      *FILE FRONT TO BACK . RELOADED AFTER EACH CERTIFIED RUN, THE
      *SAME WAY THE SEQUENTIAL MASTER ROLLS FORWARD . THE OWNING
      *CUSTOMER NUMBER IS AN ALTERNATE KEY (DUPLICATES ALLOWED -- ONE
      *CUSTOMER, MANY ACCOUNTS) SO PGM110 CAN LIST EVERY ACCOUNT A
      *CUSTOMER HOLDS WITHOUT A PASS OF THE MASTER
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IX-ACCT-NO
              ALTERNATE RECORD KEY IS IX-CUST-NO WITH DUPLICATES.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *
       FD INDEXED-MASTER.
      *     SAME FIELDS AS THE SEQUENTIAL MASTER, KEYED ON THE
      *     ACCOUNT NUMBER FOR RANDOM READS BY PGM67 AND ON THE
      *     CUSTOMER NUMBER FOR PGM110
       01 INDEXED-MASTER-REC.
           05 IX-ACCT-NO COPY ACCTREC.
            05 IX-AMOUNT     PIC S9(7)V99 SIGN LEADING SEPARATE.
      *
      *writes one record to the indexed master . the input arrives in
      *ascending key order, so a duplicate or out-of-sequence key
      *surfaces as a write error here rather than a corrupt index .
      *status 02 is a clean write whose customer number the index
      *already holds -- a customer's second account
      *
            MOVE MASTER-IN-REC TO INDEXED-MASTER-REC
            WRITE INDEXED-MASTER-REC
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 02
                MOVE "WRITE INDEXED-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
