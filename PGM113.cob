       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PGM113.
      *YEAR-END TAX CERTIFICATES AND EMPLOYER ANNUAL RETURN : PGM48
      *ROLLS THE YEAR-TO-DATE PAYROLL MASTER FORWARD EVERY PAY RUN,
      *BUT AT YEAR END HR STILL TYPED EACH EMPLOYEE'S CERTIFICATE OF
      *PAY AND TAX WITHHELD BY HAND . THIS RUN READS THE FINAL YTD
      *MASTER OF THE YEAR, IN EMPLOYEE ORDER, WITH THE EMPLOYEE
      *ROSTER, AND :
      *  - PRINTS ONE CERTIFICATE PER EMPLOYEE ON THE YTD MASTER --
      *    NAME, ID, DEPARTMENT, GROSS, TAX WITHHELD AND NET . AN
      *    EMPLOYEE WHO LEFT DURING THE YEAR IS NO LONGER ON THE
      *    ROSTER BUT IS STILL ON THE YTD MASTER, AND IS CERTIFIED
      *    FROM THE NAME AND DEPARTMENT THE YTD MASTER LAST CARRIED
      *  - WRITES THE EMPLOYER'S ANNUAL RETURN FILE (EMPRTN) IN THE
      *    TAX AUTHORITY'S FIXED FORMAT : A HEADER, ONE DETAIL PER
      *    CERTIFICATE AND A CONTROL RECORD WITH THE COUNT AND THE
      *    GROSS, TAX AND NET TOTALS
      *  - PROVES THE RETURN FILE BY READING IT BACK : ITS DETAILS
      *    MUST ADD UP TO ITS CONTROL RECORD AND BOTH MUST TIE TO THE
      *    CERTIFICATES PRINTED
      *  - ONLY ONCE THE TOTALS PROVE, WRITES THE ZEROED OPENING YTD
      *    MASTER FOR THE NEW YEAR, ONE RECORD PER EMPLOYEE ON THE
      *    ROSTER . LEAVERS ARE NOT CARRIED INTO THE NEW YEAR
      *A RUN THAT DOES NOT PROVE ENDS WITH RETURN CODE 12 AND NO
      *OPENING MASTER IS WRITTEN, SO THE NEW YEAR CANNOT START FROM
      *FIGURES NOBODY COULD CERTIFY
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT YTD-FINAL-MASTER ASSIGN TO "YTDFINAL"
            FILE STATUS IS WS-STATUS1
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
            FILE STATUS IS WS-STATUS2
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PARAM-FILE ASSIGN TO "TAXPARM"
            FILE STATUS IS WS-STATUS3
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CERTIFICATE-FILE ASSIGN TO "TAXCERT"
            FILE STATUS IS WS-STATUS4
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RETURN-FILE ASSIGN TO "EMPRTN"
            FILE STATUS IS WS-STATUS5
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT YTD-OPEN-MASTER ASSIGN TO "YTDOPEN"
            FILE STATUS IS WS-STATUS6
              ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD YTD-FINAL-MASTER.
      *     THE LAST YTD MASTER OF THE YEAR (PGM48'S YTDNEW FROM THE
      *     FINAL PAY RUN), READ BY THE SORT . MUST STAY IN SYNC WITH
      *     PGM48.COB'S YTD-NEW-REC LAYOUT
       01 YTD-FINAL-REC     PIC X(80).
      *
       FD EMPLOYEE-FILE.
      *     THE CURRENT ROSTER . MUST STAY IN SYNC WITH PGM48.COB'S
      *     EMPLOYEE-REC LAYOUT (ONLY THE FIELDS USED HERE ARE NAMED)
       01 EMPLOYEE-REC.
           05 EMP-ID            PIC X(5).
            05 EMP-SAL            PIC 9(6).
            05 EMP-NAME           PIC X(20).
            05 EMP-DEPT           PIC X(3).
            05 FILLER             PIC X(27).
      *
       FD PARAM-FILE.
      *     ONE RECORD : THE TAX YEAR BEING CERTIFIED AND THE
      *     EMPLOYER'S REGISTRATION NUMBER AND NAME AS THEY APPEAR ON
      *     THE RETURN
       01 PARAM-REC.
           05 PRM-TAX-YEAR-X  PIC X(4).
            05 PRM-TAX-YEAR REDEFINES PRM-TAX-YEAR-X PIC 9(4).
            05 PRM-EMPLOYER-ID PIC X(9).
            05 PRM-EMPLOYER-NAME PIC X(30).
            05 FILLER          PIC X(37).
      *
       FD CERTIFICATE-FILE.
      *     THE PRINTED CERTIFICATES, ONE BLOCK PER EMPLOYEE, THEN
      *     THE RUN'S CONTROL SUMMARY
       01 CERTIFICATE-LINE  PIC X(80).
      *
       FD RETURN-FILE.
      *     THE EMPLOYER'S ANNUAL RETURN : "1" HEADER, "2" ONE DETAIL
      *     PER CERTIFICATE, "9" CONTROL RECORD . THE TAX AUTHORITY'S
      *     SHAPE, NOT OURS, SO THE COLUMNS ARE FIXED HERE AND
      *     NOWHERE ELSE
       01 RETURN-HEADER-REC.
           05 RH-REC-TYPE     PIC X(1).
            05 RH-TAX-YEAR     PIC 9(4).
            05 RH-EMPLOYER-ID  PIC X(9).
            05 RH-EMPLOYER-NAME PIC X(30).
            05 FILLER          PIC X(36).
       01 RETURN-DETAIL-REC.
           05 RD-REC-TYPE     PIC X(1).
            05 RD-EMP-ID       PIC X(5).
            05 RD-EMP-NAME     PIC X(20).
            05 RD-DEPT         PIC X(3).
            05 RD-GROSS        PIC 9(9)V99.
            05 RD-TAX          PIC 9(9)V99.
            05 RD-NET          PIC 9(9)V99.
      *        "L" THE EMPLOYEE LEFT DURING THE YEAR, SPACE IN SERVICE
            05 RD-LEAVER       PIC X(1).
            05 FILLER          PIC X(17).
       01 RETURN-CONTROL-REC.
           05 RC-REC-TYPE     PIC X(1).
            05 RC-CERT-CNT     PIC 9(7).
            05 RC-GROSS        PIC 9(11)V99.
            05 RC-TAX          PIC 9(11)V99.
            05 RC-NET          PIC 9(11)V99.
            05 FILLER          PIC X(33).
      *
       FD YTD-OPEN-MASTER.
      *     THE NEW YEAR'S OPENING YTD MASTER, PGM48'S YTDOLD ON THE
      *     FIRST PAY RUN OF THE YEAR . SAME LAYOUT AS PGM48.COB'S
      *     YTD-NEW-REC, EVERY FIGURE ZERO
       01 YTD-OPEN-REC.
           05 YP-EMP-ID       PIC X(5).
            05 YP-GROSS        PIC 9(9)V99.
            05 YP-TAX          PIC 9(9)V99.
            05 YP-NET          PIC 9(9)V99.
            05 YP-EMP-NAME     PIC X(20).
            05 YP-DEPT         PIC X(3).
            05 FILLER          PIC X(19).
      *
       SD SORT-FILE.
      *     THE YTD MASTER IN EMPLOYEE ORDER, SO CERTIFICATES AND THE
      *     RETURN'S DETAILS COME OUT IN EMPLOYEE-ID SEQUENCE
       01 SORT-REC.
           05 SR-EMP-ID       PIC X(5).
            05 SR-GROSS        PIC 9(9)V99.
            05 SR-TAX          PIC 9(9)V99.
            05 SR-NET          PIC 9(9)V99.
            05 SR-EMP-NAME     PIC X(20).
            05 SR-DEPT         PIC X(3).
            05 FILLER          PIC X(19).
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
       01 WS-EOF-FLAG       PIC X(1) VALUE "N".
           88 END-OF-INPUT-FILE  VALUE "Y".
           88 NOT-END-OF-INPUT   VALUE "N".
       01 WS-EMP-EOF-FLAG   PIC X(1) VALUE "N".
           88 END-OF-EMPLOYEES   VALUE "Y".
       01 WS-RTN-EOF-FLAG   PIC X(1) VALUE "N".
           88 END-OF-RETURN-FILE VALUE "Y".
      *
      *THE ROSTER, LOADED ONCE SO EACH YTD EMPLOYEE CAN BE LOOKED UP
      *AND SO THE OPENING MASTER CAN BE WRITTEN FROM IT . MORE THAN
      *500 EMPLOYEES IS FATAL (THE SAME 500-ENTRY RULE PGM48'S YTD
      *TABLE USES)
       01 WS-ROSTER-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 500 TIMES
                   INDEXED BY RS-IDX.
               10 WS-RS-EMP-ID    PIC X(5).
               10 WS-RS-NAME      PIC X(20).
               10 WS-RS-DEPT      PIC X(3).
       01 WS-ROSTER-FOUND-FLAG PIC X(1) VALUE "N".
           88 ON-ROSTER           VALUE "Y".
           88 NOT-ON-ROSTER       VALUE "N".
      *
      *CERTIFICATE TOTALS, BUILT AS EACH CERTIFICATE PRINTS
       01 WS-CERT-TOTALS.
           05 WS-CERT-CNT        PIC 9(7) VALUE ZERO.
           05 WS-CERT-LEAVER-CNT PIC 9(7) VALUE ZERO.
           05 WS-CERT-GROSS      PIC 9(11)V99 VALUE ZERO.
           05 WS-CERT-TAX        PIC 9(11)V99 VALUE ZERO.
           05 WS-CERT-NET        PIC 9(11)V99 VALUE ZERO.
      *
      *RETURN-FILE TOTALS, BUILT BY READING THE RETURN BACK
       01 WS-RTN-TOTALS.
           05 WS-RTN-HDR-CNT     PIC 9(7) VALUE ZERO.
           05 WS-RTN-DTL-CNT     PIC 9(7) VALUE ZERO.
           05 WS-RTN-CTL-CNT     PIC 9(7) VALUE ZERO.
           05 WS-RTN-GROSS       PIC 9(11)V99 VALUE ZERO.
           05 WS-RTN-TAX         PIC 9(11)V99 VALUE ZERO.
           05 WS-RTN-NET         PIC 9(11)V99 VALUE ZERO.
       01 WS-SAVE-CONTROL.
           05 WS-SAVE-CTL-CNT    PIC 9(7) VALUE ZERO.
           05 WS-SAVE-CTL-GROSS  PIC 9(11)V99 VALUE ZERO.
           05 WS-SAVE-CTL-TAX    PIC 9(11)V99 VALUE ZERO.
           05 WS-SAVE-CTL-NET    PIC 9(11)V99 VALUE ZERO.
       01 WS-OPEN-WRITE-CNT  PIC 9(7) VALUE ZERO.
      *
      *CERTIFICATE LINES
       01 WS-CERT-RULE.
           05 FILLER          PIC X(60) VALUE ALL "=".
           05 FILLER          PIC X(20) VALUE SPACES.
      *
       01 WS-CERT-TITLE.
           05 FILLER          PIC X(44)
               VALUE "CERTIFICATE OF PAY AND TAX WITHHELD".
           05 FILLER          PIC X(9)  VALUE "TAX YEAR ".
           05 CT-TAX-YEAR     PIC 9(4).
           05 FILLER          PIC X(23) VALUE SPACES.
      *
       01 WS-CERT-EMPLOYER.
           05 FILLER          PIC X(15) VALUE "EMPLOYER".
           05 CE-EMPLOYER-NAME PIC X(30).
           05 FILLER          PIC X(4)  VALUE " ID ".
           05 CE-EMPLOYER-ID  PIC X(9).
           05 FILLER          PIC X(22) VALUE SPACES.
      *
       01 WS-CERT-TEXT-LINE.
           05 CX-LABEL        PIC X(15).
           05 CX-TEXT         PIC X(30).
           05 FILLER          PIC X(35) VALUE SPACES.
      *
       01 WS-CERT-AMOUNT-LINE.
           05 CA-LABEL        PIC X(15).
           05 CA-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(51) VALUE SPACES.
      *
      *CONTROL SUMMARY LINES
       01 WS-SUM-COUNT-LINE.
           05 SC-LABEL        PIC X(30).
           05 SC-COUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(41) VALUE SPACES.
      *
       01 WS-SUM-AMOUNT-LINE.
           05 SA-LABEL        PIC X(30).
           05 SA-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(33) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       000-MAIN-MODULE.
      *
      *controls the direction of the program logic
      *
            DISPLAY "PROGRAM START"
            PERFORM 100-INITIALIZATION-RTN
            PERFORM 150-LOAD-ROSTER
            SORT SORT-FILE
                ON ASCENDING KEY SR-EMP-ID
                USING YTD-FINAL-MASTER
                OUTPUT PROCEDURE IS 300-CERTIFY-EMPLOYEES
            PERFORM 400-WRITE-RETURN-CONTROL
            PERFORM 600-PROVE-RETURN-FILE
            PERFORM 700-WRITE-OPENING-MASTER
            PERFORM 800-PRINT-CONTROL-SUMMARY
            PERFORM 500-CLOSE-RTN
            DISPLAY "PROGRAM END."
            STOP RUN.
      *
       100-INITIALIZATION-RTN.
      *
      *reads the tax-year card, opens the certificate and return
      *files and writes the return's header
      *
            OPEN INPUT PARAM-FILE
            IF WS-STATUS3 NOT = 00
                MOVE "OPEN PARAM-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            READ PARAM-FILE
                AT END
                    MOVE "EMPTY TAXPARM CARD" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-READ
            IF PRM-TAX-YEAR-X IS NOT NUMERIC
                MOVE "BAD TAXPARM TAX YEAR" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF PRM-EMPLOYER-ID = SPACES
                MOVE "NO TAXPARM EMPLOYER ID" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE PRM-TAX-YEAR TO CT-TAX-YEAR
            MOVE PRM-EMPLOYER-NAME TO CE-EMPLOYER-NAME
            MOVE PRM-EMPLOYER-ID TO CE-EMPLOYER-ID
            OPEN OUTPUT CERTIFICATE-FILE
            IF WS-STATUS4 NOT = 00
                MOVE "OPEN CERTIFICATE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            OPEN OUTPUT RETURN-FILE
            IF WS-STATUS5 NOT = 00
                MOVE "OPEN RETURN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            MOVE SPACES TO RETURN-HEADER-REC
            MOVE "1" TO RH-REC-TYPE
            MOVE PRM-TAX-YEAR TO RH-TAX-YEAR
            MOVE PRM-EMPLOYER-ID TO RH-EMPLOYER-ID
            MOVE PRM-EMPLOYER-NAME TO RH-EMPLOYER-NAME
            WRITE RETURN-HEADER-REC
            IF WS-STATUS5 NOT = 00
                MOVE "WRITE RETURN HEADER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       150-LOAD-ROSTER.
      *
      *loads the employee roster into ws-roster-table
      *
            OPEN INPUT EMPLOYEE-FILE
            IF WS-STATUS2 NOT = 00
                MOVE "OPEN EMPLOYEE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 155-READ-EMPLOYEE
            PERFORM 160-LOAD-ONE-EMPLOYEE
                UNTIL END-OF-EMPLOYEES
            CLOSE EMPLOYEE-FILE
            .
      *
       155-READ-EMPLOYEE.
      *
      *reads the next roster record
      *
            READ EMPLOYEE-FILE
                AT END SET END-OF-EMPLOYEES TO TRUE
            END-READ
            IF WS-STATUS2 NOT = 00 AND WS-STATUS2 NOT = 10
                MOVE "READ EMPLOYEE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       160-LOAD-ONE-EMPLOYEE.
      *
      *copies one roster record into the next free table slot
      *
            IF WS-ROSTER-COUNT >= 500
                MOVE "ROSTER EXCEEDS 500 EMPS" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-ROSTER-COUNT
            SET RS-IDX TO WS-ROSTER-COUNT
            MOVE EMP-ID TO WS-RS-EMP-ID(RS-IDX)
            MOVE EMP-NAME TO WS-RS-NAME(RS-IDX)
            MOVE EMP-DEPT TO WS-RS-DEPT(RS-IDX)
            PERFORM 155-READ-EMPLOYEE
            .
      *
       300-CERTIFY-EMPLOYEES.
      *
      *output procedure of the sort : one certificate and one return
      *detail for each employee on the ytd master, in employee order
      *
            PERFORM 310-RETURN-SORTED
            PERFORM 320-CERTIFY-ONE-EMPLOYEE
                UNTIL END-OF-INPUT-FILE
            .
      *
       310-RETURN-SORTED.
      *
      *returns the next ytd record from the sort
      *
            RETURN SORT-FILE
                AT END SET END-OF-INPUT-FILE TO TRUE
            END-RETURN
            .
      *
       320-CERTIFY-ONE-EMPLOYEE.
      *
      *looks the employee up on the roster -- a leaver is certified
      *from the name and department the ytd master last carried --
      *then prints the certificate and writes the return detail
      *
            MOVE "N" TO WS-ROSTER-FOUND-FLAG
            PERFORM 330-FIND-ROSTER-ENTRY
                VARYING RS-IDX FROM 1 BY 1
                UNTIL RS-IDX > WS-ROSTER-COUNT OR ON-ROSTER
            MOVE SPACES TO RETURN-DETAIL-REC
            MOVE "2" TO RD-REC-TYPE
            MOVE SR-EMP-ID TO RD-EMP-ID
            IF ON-ROSTER
                SET RS-IDX DOWN BY 1
                MOVE WS-RS-NAME(RS-IDX) TO RD-EMP-NAME
                MOVE WS-RS-DEPT(RS-IDX) TO RD-DEPT
            ELSE
                MOVE SR-EMP-NAME TO RD-EMP-NAME
                MOVE SR-DEPT TO RD-DEPT
                MOVE "L" TO RD-LEAVER
                ADD 1 TO WS-CERT-LEAVER-CNT
            END-IF
            MOVE SR-GROSS TO RD-GROSS
            MOVE SR-TAX TO RD-TAX
            MOVE SR-NET TO RD-NET
            PERFORM 340-PRINT-CERTIFICATE
            WRITE RETURN-DETAIL-REC
            IF WS-STATUS5 NOT = 00
                MOVE "WRITE RETURN DETAIL" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-CERT-CNT
            ADD SR-GROSS TO WS-CERT-GROSS
            ADD SR-TAX TO WS-CERT-TAX
            ADD SR-NET TO WS-CERT-NET
            PERFORM 310-RETURN-SORTED
            .
      *
       330-FIND-ROSTER-ENTRY.
      *
      *tests one roster entry for a match on the employee id
      *
            IF WS-RS-EMP-ID(RS-IDX) = SR-EMP-ID
                SET ON-ROSTER TO TRUE
            END-IF
            .
      *
       340-PRINT-CERTIFICATE.
      *
      *prints one employee's certificate block from the return
      *detail just built, so the certificate and the return can
      *never show different figures
      *
            WRITE CERTIFICATE-LINE FROM WS-CERT-RULE
            PERFORM 450-CHECK-CERT-WRITE
            WRITE CERTIFICATE-LINE FROM WS-CERT-TITLE
            PERFORM 450-CHECK-CERT-WRITE
            WRITE CERTIFICATE-LINE FROM WS-CERT-EMPLOYER
            PERFORM 450-CHECK-CERT-WRITE
            WRITE CERTIFICATE-LINE FROM WS-CERT-RULE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "EMPLOYEE ID" TO CX-LABEL
            MOVE RD-EMP-ID TO CX-TEXT
            WRITE CERTIFICATE-LINE FROM WS-CERT-TEXT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "NAME" TO CX-LABEL
            MOVE RD-EMP-NAME TO CX-TEXT
            WRITE CERTIFICATE-LINE FROM WS-CERT-TEXT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "DEPARTMENT" TO CX-LABEL
            MOVE RD-DEPT TO CX-TEXT
            WRITE CERTIFICATE-LINE FROM WS-CERT-TEXT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "EMPLOYMENT" TO CX-LABEL
            IF RD-LEAVER = "L"
                MOVE "LEFT DURING THE YEAR" TO CX-TEXT
            ELSE
                MOVE "IN SERVICE AT YEAR END" TO CX-TEXT
            END-IF
            WRITE CERTIFICATE-LINE FROM WS-CERT-TEXT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE SPACES TO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "GROSS PAY" TO CA-LABEL
            MOVE RD-GROSS TO CA-AMOUNT
            WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "TAX WITHHELD" TO CA-LABEL
            MOVE RD-TAX TO CA-AMOUNT
            WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "NET PAY" TO CA-LABEL
            MOVE RD-NET TO CA-AMOUNT
            WRITE CERTIFICATE-LINE FROM WS-CERT-AMOUNT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            WRITE CERTIFICATE-LINE FROM WS-CERT-RULE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE SPACES TO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            PERFORM 450-CHECK-CERT-WRITE
            .
      *
       400-WRITE-RETURN-CONTROL.
      *
      *writes the "9" control record from the certificate totals and
      *closes the return so it can be read back and proved
      *
            MOVE SPACES TO RETURN-CONTROL-REC
            MOVE "9" TO RC-REC-TYPE
            MOVE WS-CERT-CNT TO RC-CERT-CNT
            MOVE WS-CERT-GROSS TO RC-GROSS
            MOVE WS-CERT-TAX TO RC-TAX
            MOVE WS-CERT-NET TO RC-NET
            WRITE RETURN-CONTROL-REC
            IF WS-STATUS5 NOT = 00
                MOVE "WRITE RETURN CONTROL" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            CLOSE RETURN-FILE
            .
      *
       450-CHECK-CERT-WRITE.
      *
      *checks the status of the certificate line just written
      *
            IF WS-STATUS4 NOT = 00
                MOVE "WRITE CERTIFICATE-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       600-PROVE-RETURN-FILE.
      *
      *reads the return file back as the tax authority will : one
      *header for this tax year first, details adding up to the one
      *control record, and all of it tying to the certificates
      *printed . anything else is fatal and the opening master is
      *never written
      *
            OPEN INPUT RETURN-FILE
            IF WS-STATUS5 NOT = 00
                MOVE "REOPEN RETURN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 610-READ-RETURN
            IF END-OF-RETURN-FILE
                    OR RH-REC-TYPE NOT = "1"
                    OR RH-TAX-YEAR NOT = PRM-TAX-YEAR
                MOVE "RETURN HEADER MISSING" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-RTN-HDR-CNT
            PERFORM 610-READ-RETURN
            PERFORM 620-TALLY-ONE-RETURN-REC
                UNTIL END-OF-RETURN-FILE
            CLOSE RETURN-FILE
            DISPLAY "CERTIFICATES PRINTED ...: " WS-CERT-CNT
            DISPLAY "  OF WHICH LEAVERS .....: " WS-CERT-LEAVER-CNT
            DISPLAY "CERTIFIED GROSS ........: " WS-CERT-GROSS
            DISPLAY "CERTIFIED TAX ..........: " WS-CERT-TAX
            DISPLAY "CERTIFIED NET ..........: " WS-CERT-NET
            DISPLAY "RETURN DETAILS .........: " WS-RTN-DTL-CNT
            DISPLAY "RETURN CONTROL COUNT ...: " WS-SAVE-CTL-CNT
            IF WS-RTN-CTL-CNT NOT = 1
                MOVE "RETURN CONTROL NOT ONE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-RTN-DTL-CNT NOT = WS-SAVE-CTL-CNT
                    OR WS-RTN-GROSS NOT = WS-SAVE-CTL-GROSS
                    OR WS-RTN-TAX NOT = WS-SAVE-CTL-TAX
                    OR WS-RTN-NET NOT = WS-SAVE-CTL-NET
                MOVE "RETURN DETAILS NOT = CONTROL" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            IF WS-SAVE-CTL-CNT NOT = WS-CERT-CNT
                    OR WS-SAVE-CTL-GROSS NOT = WS-CERT-GROSS
                    OR WS-SAVE-CTL-TAX NOT = WS-CERT-TAX
                    OR WS-SAVE-CTL-NET NOT = WS-CERT-NET
                MOVE "RETURN NOT = CERTIFICATES" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            DISPLAY "RETURN PROOF ...........: PROVED"
            .
      *
       610-READ-RETURN.
      *
      *reads the next return-file record
      *
            READ RETURN-FILE
                AT END SET END-OF-RETURN-FILE TO TRUE
            END-READ
            IF WS-STATUS5 NOT = 00 AND WS-STATUS5 NOT = 10
                MOVE "READ RETURN-FILE" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            .
      *
       620-TALLY-ONE-RETURN-REC.
      *
      *adds one detail into the read-back totals or keeps the
      *control record's figures ; a detail after the control record,
      *or a second header, is fatal
      *
            EVALUATE RD-REC-TYPE
                WHEN "2"
                    IF WS-RTN-CTL-CNT > 0
                        MOVE "RETURN DETAIL AFTER CONTROL"
                            TO WS-ABEND-WHERE
                        PERFORM 9999-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-RTN-DTL-CNT
                    ADD RD-GROSS TO WS-RTN-GROSS
                    ADD RD-TAX TO WS-RTN-TAX
                    ADD RD-NET TO WS-RTN-NET
                WHEN "9"
                    ADD 1 TO WS-RTN-CTL-CNT
                    MOVE RC-CERT-CNT TO WS-SAVE-CTL-CNT
                    MOVE RC-GROSS TO WS-SAVE-CTL-GROSS
                    MOVE RC-TAX TO WS-SAVE-CTL-TAX
                    MOVE RC-NET TO WS-SAVE-CTL-NET
                WHEN OTHER
                    MOVE "BAD RETURN RECORD TYPE" TO WS-ABEND-WHERE
                    PERFORM 9999-ABEND-RTN
            END-EVALUATE
            PERFORM 610-READ-RETURN
            .
      *
       700-WRITE-OPENING-MASTER.
      *
      *with the return proved, writes the new year's opening ytd
      *master : every employee on the roster, figures zero
      *
            OPEN OUTPUT YTD-OPEN-MASTER
            IF WS-STATUS6 NOT = 00
                MOVE "OPEN YTD-OPEN-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            PERFORM 710-WRITE-ONE-OPENING-REC
                VARYING RS-IDX FROM 1 BY 1
                UNTIL RS-IDX > WS-ROSTER-COUNT
            CLOSE YTD-OPEN-MASTER
            DISPLAY "OPENING YTD RECORDS ....: " WS-OPEN-WRITE-CNT
            .
      *
       710-WRITE-ONE-OPENING-REC.
      *
      *writes one zeroed opening ytd record
      *
            MOVE SPACES TO YTD-OPEN-REC
            MOVE WS-RS-EMP-ID(RS-IDX) TO YP-EMP-ID
            MOVE ZERO TO YP-GROSS
            MOVE ZERO TO YP-TAX
            MOVE ZERO TO YP-NET
            MOVE WS-RS-NAME(RS-IDX) TO YP-EMP-NAME
            MOVE WS-RS-DEPT(RS-IDX) TO YP-DEPT
            WRITE YTD-OPEN-REC
            IF WS-STATUS6 NOT = 00
                MOVE "WRITE YTD-OPEN-MASTER" TO WS-ABEND-WHERE
                PERFORM 9999-ABEND-RTN
            END-IF
            ADD 1 TO WS-OPEN-WRITE-CNT
            .
      *
       800-PRINT-CONTROL-SUMMARY.
      *
      *closes the certificate print with the run's control summary
      *
            MOVE SPACES TO CERTIFICATE-LINE
            STRING "PGM113 YEAR-END CONTROL SUMMARY  TAX YEAR "
                   PRM-TAX-YEAR-X
                DELIMITED BY SIZE INTO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE SPACES TO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "CERTIFICATES ISSUED" TO SC-LABEL
            MOVE WS-CERT-CNT TO SC-COUNT
            WRITE CERTIFICATE-LINE FROM WS-SUM-COUNT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "  TO LEAVERS" TO SC-LABEL
            MOVE WS-CERT-LEAVER-CNT TO SC-COUNT
            WRITE CERTIFICATE-LINE FROM WS-SUM-COUNT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "TOTAL GROSS PAY" TO SA-LABEL
            MOVE WS-CERT-GROSS TO SA-AMOUNT
            WRITE CERTIFICATE-LINE FROM WS-SUM-AMOUNT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "TOTAL TAX WITHHELD" TO SA-LABEL
            MOVE WS-CERT-TAX TO SA-AMOUNT
            WRITE CERTIFICATE-LINE FROM WS-SUM-AMOUNT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "TOTAL NET PAY" TO SA-LABEL
            MOVE WS-CERT-NET TO SA-AMOUNT
            WRITE CERTIFICATE-LINE FROM WS-SUM-AMOUNT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "RETURN DETAILS WRITTEN" TO SC-LABEL
            MOVE WS-RTN-DTL-CNT TO SC-COUNT
            WRITE CERTIFICATE-LINE FROM WS-SUM-COUNT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "OPENING YTD RECORDS WRITTEN" TO SC-LABEL
            MOVE WS-OPEN-WRITE-CNT TO SC-COUNT
            WRITE CERTIFICATE-LINE FROM WS-SUM-COUNT-LINE
            PERFORM 450-CHECK-CERT-WRITE
            MOVE "RETURN FILE : PROVED TO THE CERTIFICATES"
                TO CERTIFICATE-LINE
            WRITE CERTIFICATE-LINE
            PERFORM 450-CHECK-CERT-WRITE
            .
      *
       500-CLOSE-RTN.
      *
      *closes the files still open
      *
            CLOSE PARAM-FILE
             CERTIFICATE-FILE.
      *
       9999-ABEND-RTN.
      *
      *ends non-zero on any failure so an unproved return never goes
      *to the tax authority and the new year never opens on it
      *
            DISPLAY "***************************************"
            DISPLAY "* PGM113 ABEND                         *"
            DISPLAY "* FAILING OPERATION: " WS-ABEND-WHERE
            DISPLAY "* WS-STATUS1 (YTD-FINAL-MASTER): " WS-STATUS1
            DISPLAY "* WS-STATUS2 (EMPLOYEE-FILE): " WS-STATUS2
            DISPLAY "* WS-STATUS3 (PARAM-FILE): " WS-STATUS3
            DISPLAY "* WS-STATUS4 (CERTIFICATE-FILE): " WS-STATUS4
            DISPLAY "* WS-STATUS5 (RETURN-FILE): " WS-STATUS5
            DISPLAY "* WS-STATUS6 (YTD-OPEN-MASTER): " WS-STATUS6
            DISPLAY "***************************************"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
