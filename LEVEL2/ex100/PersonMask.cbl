      ******************************************************************
      * Name : PersonMask.cbl
      * Author: RayanPonsolle
      * Shared display mask CALLed by every program that shows or
      * prints a person's telephone, e-mail, birth date or postal
      * address. Most desk work needs only name, town and age, so an
      * operator whose profile in operators.dat is masked
      * (OPER-MASK-PROFILE "M", or blank at level "O") sees those
      * details only in part : 06 ** ** ** 12, j***@..., the birth
      * year, the address lines and postal code hidden. The caller
      * passes the person record and MASKVIEW.cpy ; MSK-UNMASK "Y" -
      * set by the caller after a reasoned, audited unmask of that
      * one record - gives the values in clear whatever the profile.
      * The operator is taken from USER, like the sign-on, and the
      * profile is read once per run and kept. With no operators.dat
      * (legacy mode) everything shows in clear as before ; an ID
      * not on the file is masked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonMask.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR_FILE ASSIGN TO WS-OPERATOR-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR_FILE.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILENAME PIC X(60) VALUE "operators.dat".
       01  WS-OPERATOR-FILE-STATUS PIC XX.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-PROFILE-LOADED PIC X VALUE "N".
       01  WS-PROFILE PIC X VALUE "M".

       LINKAGE SECTION.
           COPY PERSONREC.
           COPY MASKVIEW.

       PROCEDURE DIVISION USING FILE_DATA MASK-VIEW.
       MAIN.
           IF WS-PROFILE-LOADED NOT = "Y"
               PERFORM LOAD-OPERATOR-PROFILE
               MOVE "Y" TO WS-PROFILE-LOADED
           END-IF.

           MOVE WS-PROFILE TO MSK-PROFILE.
           IF WS-PROFILE = "C" OR MSK-UNMASK = "Y"
               MOVE TELEPHONE TO MSK-TELEPHONE
               MOVE EMAIL TO MSK-EMAIL
               MOVE DATE-NAISSANCE TO MSK-NAISSANCE
               MOVE ADR-LIGNE-1 TO MSK-ADR-LIGNE-1
               MOVE ADR-LIGNE-2 TO MSK-ADR-LIGNE-2
               MOVE CODE-POSTAL TO MSK-CODE-POSTAL
           ELSE
               PERFORM MASK-DETAILS
           END-IF.
           GOBACK.

       LOAD-OPERATOR-PROFILE.
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           DISPLAY "OPERATOR_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR-FILENAME = SPACES
               MOVE "operators.dat" TO WS-OPERATOR-FILENAME
           END-IF
           MOVE "M" TO WS-PROFILE
           OPEN INPUT OPERATOR_FILE
           IF WS-OPERATOR-FILE-STATUS = "35"
               MOVE "C" TO WS-PROFILE
           END-IF
           IF WS-OPERATOR-FILE-STATUS = "00"
               MOVE WS-OPERATOR-ID TO OPER-ID
               READ OPERATOR_FILE
                   KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OPER-MASK-PROFILE = "C"
                               MOVE "C" TO WS-PROFILE
                           WHEN OPER-MASK-PROFILE = SPACE
                               AND OPER-LEVEL = "S"
                               MOVE "C" TO WS-PROFILE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               CLOSE OPERATOR_FILE
           END-IF.

       MASK-DETAILS.
      * First two and last two digits of the telephone, the first
      * letter of the mailbox, the year of birth ; the two address
      * lines and the postal code go entirely.
           MOVE SPACES TO MSK-TELEPHONE
           IF TELEPHONE NOT = SPACES
               STRING TELEPHONE(1:2) " ** ** ** " TELEPHONE(9:2)
                   DELIMITED BY SIZE INTO MSK-TELEPHONE
           END-IF
           MOVE SPACES TO MSK-EMAIL
           IF EMAIL NOT = SPACES
               STRING EMAIL(1:1) "***@..."
                   DELIMITED BY SIZE INTO MSK-EMAIL
           END-IF
           MOVE SPACES TO MSK-NAISSANCE
           IF DATE-NAISSANCE IS NUMERIC AND DATE-NAISSANCE > 0
               MOVE DATE-NAISSANCE(1:4) TO MSK-NAISSANCE
           END-IF
           MOVE SPACES TO MSK-ADR-LIGNE-1
           IF ADR-LIGNE-1 NOT = SPACES
               MOVE "(MASQUEE)" TO MSK-ADR-LIGNE-1
           END-IF
           MOVE SPACES TO MSK-ADR-LIGNE-2
           IF ADR-LIGNE-2 NOT = SPACES
               MOVE "(MASQUEE)" TO MSK-ADR-LIGNE-2
           END-IF
           MOVE SPACES TO MSK-CODE-POSTAL
           IF CODE-POSTAL NOT = SPACES
               MOVE "*****" TO MSK-CODE-POSTAL
           END-IF.
