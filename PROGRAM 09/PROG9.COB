       FILE-CONTROL.
           SELECT YTD-CARRY-FILE-IN
               ASSIGN TO YTDARCH.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN.
           SELECT W2-REPORT-OUT
               ASSIGN TO PROG9-OUT.
      *
           05  YC-QTD-STATE-TAX-IN           PIC 9(6)V99.
           05  YC-YTD-FUTA-WAGES-IN          PIC 9(6)V99.
           05  YC-YTD-SUTA-WAGES-IN          PIC 9(6)V99.
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
       FD  W2-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
      *
       01  WS-W2-TOTALS.
           05  WS-EMPLOYEE-COUNT             PIC 9(5).
           05  WS-NO-ADDRESS-COUNT           PIC 9(5).
           05  WS-ALL-WAGES                  PIC 9(8)V99.
           05  WS-ALL-FICA-TAX               PIC 9(8)V99.
           05  WS-ALL-FED-TAX                PIC 9(8)V99.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-WORK-STATE-OUT             PIC X(2).
           05  FILLER                        PIC X(43) VALUE SPACES.
      *
       01  WS-ADDRESS-LINE.
           05  FILLER                        PIC X(14) VALUE SPACES.
           05  WS-ADDRESS-OUT                PIC X(30).
           05  FILLER                        PIC X(88) VALUE SPACES.
      *
       01  WS-CITY-LINE.
           05  FILLER                        PIC X(14) VALUE SPACES.
           05  WS-CITY-OUT                   PIC X(20).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-ADDRESS-STATE-OUT          PIC X(2).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ZIP-FIVE-OUT               PIC X(5).
           05  WS-ZIP-DASH-OUT               PIC X(1).
           05  WS-ZIP-PLUS-FOUR-OUT          PIC X(4).
           05  FILLER                        PIC X(83) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ALL-STATE-TAX-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(39) VALUE SPACES.
      *
       01  WS-NO-ADDRESS-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(21) VALUE
               "NO ADDRESS ON FILE:".
           05  WS-NO-ADDRESS-COUNT-OUT       PIC ZZ,ZZ9.
           05  FILLER                        PIC X(104) VALUE SPACES.
      *
       01  WS-STATE-TOTAL-HEADING.
           05  FILLER                        PIC X(1) VALUE SPACES.
      *
       A00-MAINLINE-PARA.
           OPEN INPUT YTD-CARRY-FILE-IN
                      EMPLOYEE-MASTER-FILE
               OUTPUT W2-REPORT-OUT.
           PERFORM B10-INIT-PARA.
           READ YTD-CARRY-FILE-IN
               UNTIL WS-EOF-SWITCH = "YES".
           PERFORM B30-TOTAL-PARA.
           CLOSE YTD-CARRY-FILE-IN
               EMPLOYEE-MASTER-FILE
               W2-REPORT-OUT.
           STOP RUN.
      *
           MOVE ZEROS TO WS-LINES-IN-USE
                         WS-PAGE-COUNTER
                         WS-EMPLOYEE-COUNT
                         WS-NO-ADDRESS-COUNT
                         WS-ALL-WAGES
                         WS-ALL-FICA-TAX
                         WS-ALL-FED-TAX
           WRITE W2-REPORT-LINE-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           PERFORM C40-ADDRESS-PARA THRU C40-ADDRESS-PARA-EXIT.

           ADD 1 TO WS-EMPLOYEE-COUNT.
           ADD YC-NYTD-IN TO WS-ALL-WAGES.
           MOVE WS-ALL-STATE-TAX TO WS-ALL-STATE-TAX-OUT.
           WRITE W2-REPORT-LINE-OUT FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-NO-ADDRESS-COUNT TO WS-NO-ADDRESS-COUNT-OUT.
           WRITE W2-REPORT-LINE-OUT FROM WS-NO-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.

           WRITE W2-REPORT-LINE-OUT FROM WS-STATE-TOTAL-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE W2-REPORT-LINE-OUT FROM WS-STATE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C40-ADDRESS-PARA.
           MOVE 1 TO WS-SPACING.
           MOVE YC-SSN-IN TO EM-SSN.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EM-ADDRESS-LINE-1
           END-READ.
           IF EM-ADDRESS-LINE-1 = SPACES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "NO ADDRESS ON FILE" TO WS-ADDRESS-OUT
               WRITE W2-REPORT-LINE-OUT FROM WS-ADDRESS-LINE
                   AFTER ADVANCING WS-SPACING
               ADD WS-SPACING TO WS-LINES-IN-USE
               GO TO C40-ADDRESS-PARA-EXIT
           END-IF.

           MOVE EM-ADDRESS-LINE-1 TO WS-ADDRESS-OUT.
           WRITE W2-REPORT-LINE-OUT FROM WS-ADDRESS-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           IF EM-ADDRESS-LINE-2 NOT = SPACES
               MOVE EM-ADDRESS-LINE-2 TO WS-ADDRESS-OUT
               WRITE W2-REPORT-LINE-OUT FROM WS-ADDRESS-LINE
                   AFTER ADVANCING WS-SPACING
               ADD WS-SPACING TO WS-LINES-IN-USE
           END-IF.

           MOVE EM-CITY TO WS-CITY-OUT.
           MOVE EM-ADDRESS-STATE TO WS-ADDRESS-STATE-OUT.
           MOVE EM-ZIP-FIVE TO WS-ZIP-FIVE-OUT.
           IF EM-ZIP-PLUS-FOUR = SPACES
               MOVE SPACES TO WS-ZIP-DASH-OUT
           ELSE
               MOVE "-" TO WS-ZIP-DASH-OUT
           END-IF.
           MOVE EM-ZIP-PLUS-FOUR TO WS-ZIP-PLUS-FOUR-OUT.
           WRITE W2-REPORT-LINE-OUT FROM WS-CITY-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
      *
       C40-ADDRESS-PARA-EXIT.
           EXIT.
      *
      *
       C10-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-COUNTER.
