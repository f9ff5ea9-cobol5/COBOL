       FILE SECTION.
      *
       FD  EMPLOYEE-MASTER-FILE
               RECORD CONTAINS 250 CHARACTERS
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS EM-EMPLOYEE-MASTER-RECORD.
      *
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
       FD  ROSTER-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
           05  WS-RETURN-FLAG-COUNT          PIC 9(5).
           05  WS-BAD-RATE-COUNT             PIC 9(5).
           05  WS-BAD-SHIFT-COUNT            PIC 9(5).
           05  WS-NO-WC-CLASS-COUNT          PIC 9(5).
           05  WS-NO-DEPARTMENT-COUNT        PIC 9(5).
           05  WS-NO-ADDRESS-COUNT           PIC 9(5).
           05  WS-NO-HIRE-DATE-COUNT         PIC 9(5).
           05  WS-WARNING-ISSUED             PIC 9(2).
      *
       01  WS-STATE-CONTROLS.
           05  FILLER                        PIC X(6) VALUE "METHOD".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "STATUS".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "WC CLASS".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "DEPT".
           05  FILLER                        PIC X(38) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-METHOD-OUT                 PIC X(1).
           05  FILLER                        PIC X(7) VALUE SPACES.
           05  WS-STATUS-OUT                 PIC X(1).
           05  FILLER                        PIC X(7) VALUE SPACES.
           05  WS-WC-CLASS-OUT               PIC X(4).
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  WS-DEPARTMENT-OUT             PIC X(3).
           05  FILLER                        PIC X(33) VALUE SPACES.
      *
       01  WS-WARNING-LINE.
           05  FILLER                        PIC X(16) VALUE SPACES.
               "ACTIVE WITH INVALID SHIFT:".
           05  WS-BAD-SHIFT-OUT              PIC ZZ,ZZ9.
           05  FILLER                        PIC X(93) VALUE SPACES.
      *
       01  WS-INTEGRITY-LINE-5.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(32) VALUE
               "ACTIVE WITH NO WC CLASS:".
           05  WS-NO-WC-CLASS-OUT            PIC ZZ,ZZ9.
           05  FILLER                        PIC X(93) VALUE SPACES.
      *
       01  WS-INTEGRITY-LINE-6.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(32) VALUE
               "ACTIVE WITH NO DEPARTMENT:".
           05  WS-NO-DEPARTMENT-OUT          PIC ZZ,ZZ9.
           05  FILLER                        PIC X(93) VALUE SPACES.
      *
       01  WS-INTEGRITY-LINE-7.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(32) VALUE
               "ACTIVE WITH NO ADDRESS:".
           05  WS-NO-ADDRESS-OUT             PIC ZZ,ZZ9.
           05  FILLER                        PIC X(93) VALUE SPACES.
      *
       01  WS-INTEGRITY-LINE-8.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(32) VALUE
               "ACTIVE WITH NO HIRE DATE:".
           05  WS-NO-HIRE-DATE-OUT           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(93) VALUE SPACES.
      *
       01  WS-INTEGRITY-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
                         WS-DD-BLANK-BANK-COUNT
                         WS-RETURN-FLAG-COUNT
                         WS-BAD-RATE-COUNT
                         WS-BAD-SHIFT-COUNT
                         WS-NO-WC-CLASS-COUNT
                         WS-NO-DEPARTMENT-COUNT
                         WS-NO-ADDRESS-COUNT
                         WS-NO-HIRE-DATE-COUNT.
           ACCEPT WS-DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH-IN TO WS-MONTH.
           MOVE WS-DAY-IN TO WS-DAY.
           MOVE EM-WORK-STATE TO WS-STATE-OUT.
           MOVE EM-PAYMENT-METHOD TO WS-METHOD-OUT.
           MOVE EM-EMPLOYEE-STATUS TO WS-STATUS-OUT.
           MOVE EM-WC-CLASS TO WS-WC-CLASS-OUT.
           MOVE EM-DEPARTMENT TO WS-DEPARTMENT-OUT.
           MOVE 1 TO WS-SPACING.
           WRITE RO-ROSTER-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING WS-SPACING.
           MOVE WS-BAD-SHIFT-COUNT TO WS-BAD-SHIFT-OUT.
           WRITE RO-ROSTER-REPORT-OUT FROM WS-INTEGRITY-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-NO-WC-CLASS-COUNT TO WS-NO-WC-CLASS-OUT.
           WRITE RO-ROSTER-REPORT-OUT FROM WS-INTEGRITY-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-NO-DEPARTMENT-COUNT TO WS-NO-DEPARTMENT-OUT.
           WRITE RO-ROSTER-REPORT-OUT FROM WS-INTEGRITY-LINE-6
               AFTER ADVANCING 1 LINE.
           MOVE WS-NO-ADDRESS-COUNT TO WS-NO-ADDRESS-OUT.
           WRITE RO-ROSTER-REPORT-OUT FROM WS-INTEGRITY-LINE-7
               AFTER ADVANCING 1 LINE.
           MOVE WS-NO-HIRE-DATE-COUNT TO WS-NO-HIRE-DATE-OUT.
           WRITE RO-ROSTER-REPORT-OUT FROM WS-INTEGRITY-LINE-8
               AFTER ADVANCING 1 LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT-OUT.
           WRITE RO-ROSTER-REPORT-OUT FROM WS-INTEGRITY-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
               PERFORM C45-WARNING-PARA
           END-IF.

           IF EM-EMPLOYEE-STATUS = "A" AND
                   (EM-WC-CLASS = SPACES OR
                       EM-WC-CLASS NOT NUMERIC)
               ADD 1 TO WS-NO-WC-CLASS-COUNT
               MOVE "ACTIVE WITH NO WC CLASS"
                   TO WS-WARNING-MESSAGE-OUT
               PERFORM C45-WARNING-PARA
           END-IF.

           IF EM-EMPLOYEE-STATUS = "A" AND EM-DEPARTMENT = SPACES
               ADD 1 TO WS-NO-DEPARTMENT-COUNT
               MOVE "ACTIVE WITH NO DEPARTMENT"
                   TO WS-WARNING-MESSAGE-OUT
               PERFORM C45-WARNING-PARA
           END-IF.

           IF EM-EMPLOYEE-STATUS = "A" AND
                   (EM-ADDRESS-LINE-1 = SPACES OR
                       EM-CITY = SPACES OR
                       EM-ADDRESS-STATE = SPACES OR
                       EM-ZIP-FIVE = SPACES)
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "ACTIVE WITH NO ADDRESS"
                   TO WS-WARNING-MESSAGE-OUT
               PERFORM C45-WARNING-PARA
           END-IF.

           IF EM-EMPLOYEE-STATUS = "A" AND
                   (EM-HIRE-DATE NOT NUMERIC OR
                       EM-HIRE-DATE = ZERO)
               ADD 1 TO WS-NO-HIRE-DATE-COUNT
               MOVE "ACTIVE WITH NO HIRE DATE"
                   TO WS-WARNING-MESSAGE-OUT
               PERFORM C45-WARNING-PARA
           END-IF.

           IF WS-WARNING-ISSUED > ZERO
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
