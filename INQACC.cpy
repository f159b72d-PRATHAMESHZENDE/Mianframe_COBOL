      *-----------------------------------------------------------
      *INQACC : INQUIRY SIGN-ON AND ACCESS-LOG CALL AREA FOR PGM124
      *
      *COPY THIS MEMBER UNDER YOUR OWN 01 LEVEL IN WORKING-STORAGE,
      *E.G.
      *
      *    01 WS-INQ-ACCESS.
      *        COPY INQACC.
      *
      *FUNCTION "S" SIGNS IA-OPER-ID ON AGAINST THE PGM72 OPERATOR
      *FILE AND HANDS BACK IA-SIGNED-ON OR IA-REFUSED, WITH THE
      *OPERATOR'S NAME AND LEVEL ; GOOD OR REFUSED, THE ATTEMPT IS
      *WRITTEN TO THE ACCESS LOG . FUNCTION "L" LOGS ONE INQUIRY BY
      *THE SIGNED-ON OPERATOR : THE ACCOUNT ASKED FOR (BLANK WHEN THE
      *INQUIRY NAMED NONE), THE REST OF THE SELECTION CRITERIA AS
      *TEXT, AND THE NUMBER OF RECORDS RETURNED . SET IA-PROGRAM
      *BEFORE EITHER CALL
      *-----------------------------------------------------------
           05 IA-FUNCTION      PIC X(1).
               88 IA-SIGN-ON         VALUE "S".
               88 IA-LOG-INQUIRY     VALUE "L".
           05 IA-PROGRAM       PIC X(8).
           05 IA-OPER-ID       PIC X(4).
           05 IA-RESULT        PIC X(1).
               88 IA-SIGNED-ON       VALUE "Y".
               88 IA-REFUSED         VALUE "N".
           05 IA-OPER-NAME     PIC X(20).
           05 IA-OPER-LEVEL    PIC 9(1).
           05 IA-ACCT-NO       PIC X(5).
           05 IA-CRITERIA      PIC X(30).
           05 IA-RECORDS       PIC 9(7).
