               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YC-SSN-IN.
           SELECT OPTIONAL DEPOSIT-LOG-FILE
               ASSIGN TO DEPLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-DEPOSIT-KEY.
           SELECT QUARTERLY-REPORT-OUT
               ASSIGN TO PROG7-OUT.
      *
           05  YC-QTD-STATE-TAX-IN           PIC 9(6)V99.
           05  YC-YTD-FUTA-WAGES-IN          PIC 9(6)V99.
           05  YC-YTD-SUTA-WAGES-IN          PIC 9(6)V99.
      *
       FD  DEPOSIT-LOG-FILE
               RECORD CONTAINS 150 CHARACTERS
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS DL-DEPOSIT-LOG-RECORD.
      *
       01  DL-DEPOSIT-LOG-RECORD.
           05  DL-DEPOSIT-KEY.
               10  DL-TAX-TYPE               PIC X(1).
               10  DL-STATE                  PIC X(2).
               10  DL-CHECK-DATE             PIC 9(6).
               10  DL-SOURCE                 PIC X(1).
               10  DL-PERIOD-END-DATE        PIC 9(6).
               10  DL-SEQUENCE               PIC 9(2).
           05  DL-EE-FICA                    PIC S9(7)V99.
           05  DL-ER-FICA                    PIC S9(7)V99.
           05  DL-WITHHOLDING                PIC S9(7)V99.
           05  DL-LIABILITY                  PIC S9(7)V99.
           05  DL-WAGES                      PIC S9(8)V99.
           05  DL-EMP-COUNT                  PIC 9(5).
           05  DL-SCHEDULE                   PIC X(1).
           05  DL-NEXT-DAY-FLAG              PIC X(1).
           05  DL-DUE-DATE                   PIC 9(6).
           05  DL-STATUS                     PIC X(1).
           05  DL-DEPOSIT-DATE               PIC 9(6).
           05  DL-DEPOSIT-AMOUNT             PIC S9(7)V99.
           05  DL-PAYMENT-REF                PIC X(15).
           05  DL-LOGGED-DATE                PIC 9(6).
           05  DL-TRANSMIT-DATE              PIC 9(6).
           05  FILLER                        PIC X(30).
      *
       FD  QUARTERLY-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                 PIC X(3).
           05  WS-DL-EOF-SWITCH              PIC X(3).
           05  WS-REPORT-SECTION             PIC X(1).
      *
       01  WS-PAGE-LAYOUT.
           05  WS-LINES-IN-USE               PIC 99.
           05  WS-ALL-QTD-TOTAL-FICA         PIC 9(8)V99.
           05  WS-ALL-QTD-LIABILITY          PIC 9(8)V99.
           05  WS-OTHER-QUARTER-COUNT        PIC 9(5).
      *
       01  WS-SCHEDULE-B-TOTALS.
           05  WS-CURRENT-QUARTER            PIC 9(1).
           05  WS-QTR-START-DATE             PIC 9(6).
           05  WS-QTR-START-DATES REDEFINES WS-QTR-START-DATE.
               10  WS-QTR-START-YY           PIC 9(2).
               10  WS-QTR-START-MM           PIC 9(2).
               10  WS-QTR-START-DD           PIC 9(2).
           05  WS-QTR-END-DATE               PIC 9(6).
           05  WS-QTR-END-DATES REDEFINES WS-QTR-END-DATE.
               10  WS-QTR-END-YY             PIC 9(2).
               10  WS-QTR-END-MM             PIC 9(2).
               10  WS-QTR-END-DD             PIC 9(2).
           05  WS-SB-ENTRY-COUNT             PIC 9(5).
           05  WS-SB-MONTH-SUB               PIC 9(1).
           05  WS-SB-MONTH-TOTAL OCCURS 3 TIMES
                                             PIC S9(9)V99.
           05  WS-SB-QTR-LIABILITY           PIC S9(9)V99.
           05  WS-SB-QTR-DEPOSITED           PIC S9(9)V99.
           05  WS-SB-SHORTFALL               PIC S9(9)V99.
           05  WS-SB-941-DIFFERENCE          PIC S9(9)V99.
      *
       01  WS-DATE-WORK.
           05  WS-WORK-DATE                  PIC 9(6).
           05  WS-WORK-DATES REDEFINES WS-WORK-DATE.
               10  WS-WORK-YY                PIC 9(2).
               10  WS-WORK-MM                PIC 9(2).
               10  WS-WORK-DD                PIC 9(2).
      *
       01  WS-DATE-EDIT.
           05  WS-DE-MONTH                   PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-DE-DAY                     PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-DE-YEAR                    PIC 9(2).
      *
       01  WS-HEADINGS-1.
           05  WS-DATE-1.
               "OTHER QUARTER RECORDS:".
           05  WS-OTHER-QUARTER-OUT          PIC ZZ,ZZ9.
           05  FILLER                        PIC X(99) VALUE SPACES.
      *
       01  WS-SECTION-HEADING.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(48) VALUE
               "SCHEDULE B - FEDERAL TAX LIABILITY BY PAY DATE".
           05  FILLER                        PIC X(83) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "CHECK DATE".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "SRC".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "EE FICA".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "ER FICA".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "WITHHOLDING".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "LIABILITY".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "DUE DATE".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "DEPOSITED".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "DEPOSIT AMT".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "STATUS".
           05  FILLER                        PIC X(13) VALUE SPACES.
      *
       01  WS-SB-DETAIL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-CHECK-OUT               PIC X(8).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-SB-SOURCE-OUT              PIC X(3).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SB-EE-FICA-OUT             PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SB-ER-FICA-OUT             PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SB-WITHHOLD-OUT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SB-LIABILITY-OUT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-SB-DUE-OUT                 PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-SB-DEPOSIT-DATE-OUT        PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SB-DEPOSIT-AMT-OUT         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-SB-STATUS-OUT              PIC X(13).
           05  FILLER                        PIC X(7) VALUE SPACES.
      *
       01  WS-SB-MONTH-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "MONTH ".
           05  WS-SB-MONTH-OUT               PIC 9(1).
           05  FILLER                        PIC X(13) VALUE
               " LIABILITY:".
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  WS-SB-MONTH-TOTAL-OUT         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(87) VALUE SPACES.
      *
       01  WS-SB-SUMMARY-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-LABEL-OUT               PIC X(30).
           05  WS-SB-AMOUNT-OUT              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SB-FLAG-OUT                PIC X(40).
           05  FILLER                        PIC X(45) VALUE SPACES.
      *
      *
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT YTD-CARRY-FILE-IN
               INPUT DEPOSIT-LOG-FILE
               OUTPUT QUARTERLY-REPORT-OUT.
           PERFORM B10-INIT-PARA.
           READ YTD-CARRY-FILE-IN
           PERFORM B20-PROCESS-PARA THRU B20-PROCESS-PARA-EXIT
               UNTIL WS-EOF-SWITCH = "YES".
           PERFORM B30-TOTAL-PARA.
           PERFORM B40-SCHEDULE-B-PARA THRU B40-SCHEDULE-B-PARA-EXIT.
           CLOSE YTD-CARRY-FILE-IN
               DEPOSIT-LOG-FILE
               QUARTERLY-REPORT-OUT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "NO" TO WS-EOF-SWITCH.
           MOVE "Q" TO WS-REPORT-SECTION.
           MOVE ZEROS TO WS-LINES-IN-USE
                         WS-PAGE-COUNTER
                         WS-EMPLOYEE-COUNT
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *
       B40-SCHEDULE-B-PARA.
           IF WS-REPORT-QUARTER = ZERO
               GO TO B40-SCHEDULE-B-PARA-EXIT
           END-IF.
           MOVE ZEROS TO WS-SB-ENTRY-COUNT
                         WS-SB-MONTH-TOTAL (1)
                         WS-SB-MONTH-TOTAL (2)
                         WS-SB-MONTH-TOTAL (3)
                         WS-SB-QTR-LIABILITY
                         WS-SB-QTR-DEPOSITED.
           COMPUTE WS-CURRENT-QUARTER = (WS-MONTH-IN + 2) / 3.
           MOVE WS-YEAR-IN TO WS-QTR-START-YY.
           IF WS-REPORT-QUARTER > WS-CURRENT-QUARTER
               IF WS-QTR-START-YY = ZERO
                   MOVE 99 TO WS-QTR-START-YY
               ELSE
                   SUBTRACT 1 FROM WS-QTR-START-YY
               END-IF
           END-IF.
           COMPUTE WS-QTR-START-MM = (WS-REPORT-QUARTER * 3) - 2.
           MOVE 1 TO WS-QTR-START-DD.
           MOVE WS-QTR-START-YY TO WS-QTR-END-YY.
           COMPUTE WS-QTR-END-MM = WS-REPORT-QUARTER * 3.
           MOVE 31 TO WS-QTR-END-DD.

           MOVE "B" TO WS-REPORT-SECTION.
           MOVE ZERO TO WS-LINES-IN-USE.
           PERFORM C10-HEADINGS-PARA.

           MOVE "NO" TO WS-DL-EOF-SWITCH.
           MOVE LOW-VALUES TO DL-DEPOSIT-KEY.
           MOVE "F" TO DL-TAX-TYPE.
           MOVE SPACES TO DL-STATE.
           MOVE WS-QTR-START-DATE TO DL-CHECK-DATE.
           START DEPOSIT-LOG-FILE
               KEY IS NOT LESS THAN DL-DEPOSIT-KEY
               INVALID KEY
                   MOVE "YES" TO WS-DL-EOF-SWITCH
           END-START.
           PERFORM B42-SCHEDULE-B-LINE-PARA
                   THRU B42-SCHEDULE-B-LINE-PARA-EXIT
               UNTIL WS-DL-EOF-SWITCH = "YES".

           IF WS-SB-ENTRY-COUNT = ZERO
               MOVE SPACES TO WS-SB-SUMMARY-LINE
               MOVE "NO DEPOSIT LOG ENTRIES" TO WS-SB-LABEL-OUT
               MOVE "FOR THE QUARTER" TO WS-SB-FLAG-OUT
               WRITE QR-QUARTERLY-REPORT-OUT FROM WS-SB-SUMMARY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM B44-SCHEDULE-B-MONTH-PARA
               VARYING WS-SB-MONTH-SUB FROM 1 BY 1
               UNTIL WS-SB-MONTH-SUB > 3.

           MOVE SPACES TO WS-SB-SUMMARY-LINE.
           MOVE "TOTAL LIABILITY FOR QUARTER:" TO WS-SB-LABEL-OUT.
           MOVE WS-SB-QTR-LIABILITY TO WS-SB-AMOUNT-OUT.
           WRITE QR-QUARTERLY-REPORT-OUT FROM WS-SB-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-SB-SUMMARY-LINE.
           MOVE "TOTAL DEPOSITS MADE:" TO WS-SB-LABEL-OUT.
           MOVE WS-SB-QTR-DEPOSITED TO WS-SB-AMOUNT-OUT.
           WRITE QR-QUARTERLY-REPORT-OUT FROM WS-SB-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

           COMPUTE WS-SB-SHORTFALL =
               WS-SB-QTR-LIABILITY - WS-SB-QTR-DEPOSITED.
           MOVE SPACES TO WS-SB-SUMMARY-LINE.
           MOVE "UNDEPOSITED LIABILITY:" TO WS-SB-LABEL-OUT.
           MOVE WS-SB-SHORTFALL TO WS-SB-AMOUNT-OUT.
           IF WS-SB-SHORTFALL > ZERO
               MOVE "*** SHORTFALL ***" TO WS-SB-FLAG-OUT
           END-IF.
           WRITE QR-QUARTERLY-REPORT-OUT FROM WS-SB-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

           COMPUTE WS-SB-941-DIFFERENCE =
               WS-ALL-QTD-LIABILITY - WS-SB-QTR-LIABILITY.
           MOVE SPACES TO WS-SB-SUMMARY-LINE.
           MOVE "941 LIABILITY LESS SCHEDULE B:" TO WS-SB-LABEL-OUT.
           MOVE WS-SB-941-DIFFERENCE TO WS-SB-AMOUNT-OUT.
           IF WS-SB-941-DIFFERENCE NOT = ZERO
               MOVE "*** DOES NOT AGREE WITH 941 LIABILITY ***"
                   TO WS-SB-FLAG-OUT
           END-IF.
           WRITE QR-QUARTERLY-REPORT-OUT FROM WS-SB-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
      *
       B40-SCHEDULE-B-PARA-EXIT.
           EXIT.
      *
      *
       B42-SCHEDULE-B-LINE-PARA.
           READ DEPOSIT-LOG-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-DL-EOF-SWITCH
                   GO TO B42-SCHEDULE-B-LINE-PARA-EXIT
           END-READ.
           IF DL-TAX-TYPE NOT = "F" OR
                   DL-CHECK-DATE > WS-QTR-END-DATE
               MOVE "YES" TO WS-DL-EOF-SWITCH
               GO TO B42-SCHEDULE-B-LINE-PARA-EXIT
           END-IF.
           MOVE SPACES TO WS-SB-DETAIL-LINE.
           MOVE DL-CHECK-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-SB-CHECK-OUT.
           IF DL-SOURCE = "R"
               MOVE "REG" TO WS-SB-SOURCE-OUT
           ELSE
               MOVE "OFF" TO WS-SB-SOURCE-OUT
           END-IF.
           MOVE DL-EE-FICA TO WS-SB-EE-FICA-OUT.
           MOVE DL-ER-FICA TO WS-SB-ER-FICA-OUT.
           MOVE DL-WITHHOLDING TO WS-SB-WITHHOLD-OUT.
           MOVE DL-LIABILITY TO WS-SB-LIABILITY-OUT.
           MOVE DL-DUE-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-SB-DUE-OUT.
           IF DL-STATUS = "T"
               MOVE DL-DEPOSIT-DATE TO WS-WORK-DATE
               PERFORM D50-FORMAT-DATE-PARA
               MOVE WS-DATE-EDIT TO WS-SB-DEPOSIT-DATE-OUT
               MOVE DL-DEPOSIT-AMOUNT TO WS-SB-DEPOSIT-AMT-OUT
               ADD DL-DEPOSIT-AMOUNT TO WS-SB-QTR-DEPOSITED
               IF DL-DEPOSIT-DATE > DL-DUE-DATE
                   MOVE "LATE" TO WS-SB-STATUS-OUT
               ELSE
                   MOVE "ON TIME" TO WS-SB-STATUS-OUT
               END-IF
           ELSE
               MOVE "NOT DEPOSITED" TO WS-SB-STATUS-OUT
           END-IF.
           ADD 1 TO WS-SB-ENTRY-COUNT.
           ADD DL-LIABILITY TO WS-SB-QTR-LIABILITY.
           MOVE DL-CHECK-DATE TO WS-WORK-DATE.
           COMPUTE WS-SB-MONTH-SUB = WS-WORK-MM - WS-QTR-START-MM + 1.
           ADD DL-LIABILITY TO WS-SB-MONTH-TOTAL (WS-SB-MONTH-SUB).
           MOVE 1 TO WS-SPACING.
           WRITE QR-QUARTERLY-REPORT-OUT FROM WS-SB-DETAIL-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           IF WS-LINES-IN-USE >= 60 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
       B42-SCHEDULE-B-LINE-PARA-EXIT.
           EXIT.
      *
      *
       B44-SCHEDULE-B-MONTH-PARA.
           MOVE WS-SB-MONTH-SUB TO WS-SB-MONTH-OUT.
           MOVE WS-SB-MONTH-TOTAL (WS-SB-MONTH-SUB)
               TO WS-SB-MONTH-TOTAL-OUT.
           IF WS-SB-MONTH-SUB = 1
               WRITE QR-QUARTERLY-REPORT-OUT FROM WS-SB-MONTH-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE QR-QUARTERLY-REPORT-OUT FROM WS-SB-MONTH-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *
       C10-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-COUNTER.
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           MOVE 2 TO WS-SPACING.
           IF WS-REPORT-SECTION = "B"
               WRITE QR-QUARTERLY-REPORT-OUT FROM WS-SECTION-HEADING
                   AFTER ADVANCING WS-SPACING
               ADD WS-SPACING TO WS-LINES-IN-USE
               WRITE QR-QUARTERLY-REPORT-OUT FROM COLUMN-HEADINGS-2
                   AFTER ADVANCING WS-SPACING
           ELSE
               WRITE QR-QUARTERLY-REPORT-OUT FROM COLUMN-HEADINGS-1
                   AFTER ADVANCING WS-SPACING
           END-IF.
           ADD WS-SPACING TO WS-LINES-IN-USE.
      *
      *
       D50-FORMAT-DATE-PARA.
           MOVE WS-WORK-MM TO WS-DE-MONTH.
           MOVE WS-WORK-DD TO WS-DE-DAY.
           MOVE WS-WORK-YY TO WS-DE-YEAR.
