       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROG17.
      *AUTHOR.        ERIC.
      *INSTALLATION.  WSC.
      *DATE-WRITTEN.  OCT 15,2026.
      *DATE-COMPILED. OCT 15,2026.
      *SECURITY.      NONE.
      *
      *
      *
      *
      *
      *
      *
      *
      *
       ENVIRONMENT DIVISION.
      *
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE-IN
               ASSIGN TO EMPOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OE-SSN.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-SSN.
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  OLD-MASTER-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS OE-OLD-MASTER-RECORD-IN.
      *
       01  OE-OLD-MASTER-RECORD-IN.
           05  OE-SSN                        PIC X(9).
           05  OE-EMPLOYEE-DATA              PIC X(71).
      *
       FD  EMPLOYEE-MASTER-FILE
               RECORD CONTAINS 250 CHARACTERS
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS EM-EMPLOYEE-MASTER-RECORD.
      *
       01  EM-EMPLOYEE-MASTER-RECORD.
           05  EM-SSN                        PIC X(9).
           05  EM-EMPLOYEE-NAME              PIC X(18).
           05  EM-RATE                       PIC 99V99.
           05  EM-FILING-STATUS              PIC X(1).
           05  EM-EXEMPTIONS                 PIC 9(2).
           05  EM-SHIFT-NUMBER               PIC X(1).
           05  EM-BANK-ROUTING               PIC X(9).
           05  EM-BANK-ACCOUNT               PIC X(17).
           05  EM-EMPLOYEE-STATUS            PIC X(1).
           05  EM-WORK-STATE                 PIC X(2).
           05  EM-PAYMENT-METHOD             PIC X(1).
           05  EM-ACH-RETURN-FLAG            PIC X(1).
           05  EM-PRENOTE-STATUS             PIC X(1).
           05  EM-PRENOTE-DATE               PIC X(6).
           05  EM-WC-CLASS                   PIC X(4).
           05  EM-DEPARTMENT                 PIC X(3).
           05  EM-ADDRESS-LINE-1             PIC X(30).
           05  EM-ADDRESS-LINE-2             PIC X(30).
           05  EM-CITY                       PIC X(20).
           05  EM-ADDRESS-STATE              PIC X(2).
           05  EM-ZIP-CODE.
               10  EM-ZIP-FIVE               PIC X(5).
               10  EM-ZIP-PLUS-FOUR          PIC X(4).
           05  EM-HIRE-DATE                  PIC 9(6).
           05  EM-REHIRE-DATE                PIC 9(6).
           05  EM-TERM-DATE                  PIC 9(6).
           05  EM-BIRTH-DATE                 PIC 9(8).
           05  FILLER                        PIC X(53).
      *
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                 PIC X(3).
      *
       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ               PIC 9(5).
           05  WS-RECORDS-WRITTEN            PIC 9(5).
           05  WS-RECORDS-REJECTED           PIC 9(5).
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT OLD-MASTER-FILE-IN
               OUTPUT EMPLOYEE-MASTER-FILE.
           MOVE "NO" TO WS-EOF-SWITCH.
           MOVE ZEROS TO WS-RECORDS-READ
                         WS-RECORDS-WRITTEN
                         WS-RECORDS-REJECTED.
           READ OLD-MASTER-FILE-IN
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
           END-READ.
           PERFORM B20-CONVERT-PARA
               UNTIL WS-EOF-SWITCH = "YES".
           COMPUTE WS-RECORDS-WRITTEN =
               WS-RECORDS-READ - WS-RECORDS-REJECTED.
           DISPLAY "PROG17 - EMPOLD RECORDS READ:    " WS-RECORDS-READ.
           DISPLAY "PROG17 - EMPMAST RECORDS WRITTEN: "
               WS-RECORDS-WRITTEN.
           DISPLAY "PROG17 - RECORDS REJECTED:       "
               WS-RECORDS-REJECTED.
           CLOSE OLD-MASTER-FILE-IN
               EMPLOYEE-MASTER-FILE.
           IF WS-RECORDS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *
       B20-CONVERT-PARA.
           ADD 1 TO WS-RECORDS-READ.
           MOVE SPACES TO EM-EMPLOYEE-MASTER-RECORD.
           MOVE OE-OLD-MASTER-RECORD-IN
               TO EM-EMPLOYEE-MASTER-RECORD (1:80).
           MOVE ZERO TO EM-HIRE-DATE
                        EM-REHIRE-DATE
                        EM-TERM-DATE
                        EM-BIRTH-DATE.
           WRITE EM-EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "PROG17 - DUPLICATE SSN " OE-SSN
                       " - NOT CONVERTED"
                   ADD 1 TO WS-RECORDS-REJECTED
           END-WRITE.
           READ OLD-MASTER-FILE-IN
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
           END-READ.
