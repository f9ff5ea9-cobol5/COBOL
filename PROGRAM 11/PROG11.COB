       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROG11.
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
           SELECT CALENDAR-TRANS-FILE-IN
               ASSIGN TO CALTRAN.
           SELECT OPTIONAL HOLIDAY-FILE-IN
               ASSIGN TO BANKHOL.
           SELECT OPTIONAL PAY-CALENDAR-FILE
               ASSIGN TO PAYCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-END-DATE.
           SELECT CALENDAR-REPORT-OUT
               ASSIGN TO PROG11-OUT.
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  CALENDAR-TRANS-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CT-CALENDAR-TRANS-RECORD-IN.
      *
       01  CT-CALENDAR-TRANS-RECORD-IN.
           05  CT-ACTION-CODE-IN             PIC X(1).
           05  CT-PERIOD-END-IN              PIC 9(6).
           05  CT-PERIOD-BEGIN-IN            PIC 9(6).
           05  CT-CHECK-DATE-IN              PIC 9(6).
           05  CT-ACH-DATE-IN                PIC 9(6).
           05  CT-PERIOD-NUMBER-IN           PIC 9(3).
           05  CT-FREQUENCY-IN               PIC X(1).
           05  CT-PERIOD-COUNT-IN            PIC 9(3).
           05  CT-CHECK-LAG-IN               PIC 9(2).
           05  FILLER                        PIC X(46).
      *
       FD  HOLIDAY-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS HL-HOLIDAY-RECORD-IN.
      *
       01  HL-HOLIDAY-RECORD-IN.
           05  HL-HOLIDAY-DATE-IN            PIC 9(6).
           05  HL-HOLIDAY-NAME-IN            PIC X(20).
           05  FILLER                        PIC X(54).
      *
       FD  PAY-CALENDAR-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS PC-PAY-CALENDAR-RECORD.
      *
       01  PC-PAY-CALENDAR-RECORD.
           05  PC-PERIOD-END-DATE            PIC 9(6).
           05  PC-PERIOD-BEGIN-DATE          PIC 9(6).
           05  PC-CHECK-DATE                 PIC 9(6).
           05  PC-ACH-EFFECTIVE-DATE         PIC 9(6).
           05  PC-PERIOD-NUMBER              PIC 9(3).
           05  PC-ACH-ADJUST-CODE            PIC X(1).
           05  FILLER                        PIC X(22).
      *
       FD  CALENDAR-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CR-CALENDAR-REPORT-OUT.
      *
       01  CR-CALENDAR-REPORT-OUT            PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                 PIC X(3).
           05  WS-VALID-SWITCH               PIC X(3).
           05  WS-HL-EOF-SWITCH              PIC X(3).
           05  WS-LIST-EOF-SWITCH            PIC X(3).
           05  WS-DATE-VALID-SWITCH          PIC X(3).
           05  WS-BUSINESS-DAY-SWITCH        PIC X(3).
           05  WS-HOLIDAY-SWITCH             PIC X(3).
           05  WS-REPORT-SECTION             PIC X(1).
      *
       01  WS-EDIT-FIELDS.
           05  WS-ERROR-MESSAGE              PIC X(30).
      *
       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ                 PIC 9(5).
           05  WS-GENERATE-COUNT             PIC 9(5).
           05  WS-ADD-COUNT                  PIC 9(5).
           05  WS-CHANGE-COUNT               PIC 9(5).
           05  WS-DELETE-COUNT               PIC 9(5).
           05  WS-REJECT-COUNT               PIC 9(5).
           05  WS-LIST-COUNT                 PIC 9(3).
      *
       01  WS-PAGE-LAYOUT.
           05  WS-LINES-IN-USE               PIC 99.
           05  WS-SPACING                    PIC 99.
           05  WS-PAGE-COUNTER               PIC 99.
      *
       01  WS-DATE.
           05  WS-DATE-ACCEPT                PIC X(6).
           05  WS-DATES REDEFINES WS-DATE-ACCEPT.
               10  WS-YEAR-IN                PIC 9(2).
               10  WS-MONTH-IN               PIC 9(2).
               10  WS-DAY-IN                 PIC 9(2).
      *
       01  WS-HOLIDAY-TABLE.
           05  WS-HL-COUNT                   PIC 9(2)   COMP.
           05  WS-HL-SUB                     PIC 9(2)   COMP.
           05  WS-HL-ENTRY OCCURS 40 TIMES.
               10  WS-HL-DATE                PIC 9(6).
               10  WS-HL-NAME                PIC X(20).
      *
       01  WS-MONTH-DAYS-VALUES              PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
      *
       01  WS-CUM-DAYS-VALUES                PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS OCCURS 12 TIMES   PIC 9(3).
      *
       01  WS-WEEKDAY-VALUES                 PIC X(21) VALUE
               "SUNMONTUEWEDTHUFRISAT".
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-VALUES.
           05  WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(3).
      *
       01  WS-DATE-WORK.
           05  WS-WORK-DATE                  PIC 9(6).
           05  WS-WORK-DATES REDEFINES WS-WORK-DATE.
               10  WS-WORK-YY                PIC 9(2).
               10  WS-WORK-MM                PIC 9(2).
               10  WS-WORK-DD                PIC 9(2).
           05  WS-WORK-CCYY                  PIC 9(4).
           05  WS-WORK-PRIOR-CCYY            PIC 9(4).
           05  WS-DAY-NUMBER                 PIC 9(7).
           05  WS-LEAP-DAYS                  PIC 9(5).
           05  WS-LEAP-REMAINDER             PIC 9(1).
           05  WS-WEEK-COUNT                 PIC 9(7).
           05  WS-WEEKDAY                    PIC 9(1).
           05  WS-MONTH-LENGTH               PIC 9(2).
           05  WS-ADD-DAYS                   PIC 9(3).
           05  WS-QUARTER                    PIC 9(1).
      *
       01  WS-DATE-EDIT.
           05  WS-DE-MONTH                   PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-DE-DAY                     PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-DE-YEAR                    PIC 9(2).
      *
       01  WS-GENERATE-FIELDS.
           05  WS-GN-BEGIN-DATE              PIC 9(6).
           05  WS-GN-END-DATE                PIC 9(6).
           05  WS-GN-CHECK-DATE              PIC 9(6).
           05  WS-GN-ACH-DATE                PIC 9(6).
           05  WS-GN-PERIOD-NUMBER           PIC 9(3).
           05  WS-GN-ADJUST-CODE             PIC X(1).
      *
       01  WS-HEADINGS-1.
           05  WS-DATE-1.
               10  WS-MONTH                  PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-DAY                    PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-YEAR                   PIC 9(2).
           05  FILLER                        PIC X(24) VALUE SPACES.
           05  FILLER  PIC X(34) VALUE
               "P A Y R O L L   C A L E N D A R".
           05  FILLER  PIC X(23) VALUE "M A I N T E N A N C E".
           05  FILLER                        PIC X(21) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "PAGE".
           05  WS-PAGE-OUT                   PIC Z9.
           05  FILLER                        PIC X(16) VALUE SPACES.
      *
       01  WS-LIST-HEADINGS-1.
           05  WS-LH-DATE-OUT                PIC X(8).
           05  FILLER                        PIC X(28) VALUE SPACES.
           05  FILLER  PIC X(34) VALUE
               "P A Y R O L L   C A L E N D A R".
           05  FILLER  PIC X(13) VALUE "L I S T I N G".
           05  FILLER                        PIC X(27) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "PAGE".
           05  WS-LH-PAGE-OUT                PIC Z9.
           05  FILLER                        PIC X(16) VALUE SPACES.
      *
       01  WS-HEADINGS-2.
           05  FILLER                        PIC X(50) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE "ERIC ESTES".
           05  FILLER                        PIC X(72) VALUE SPACES.
      *
       01  WS-HEADINGS-3                     PIC X(132) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "ACTION".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "PERIOD END".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "BEGIN".
           05  FILLER                        PIC X(7) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "CHECK DATE".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "ACH DATE".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "NO.".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "RESULT".
           05  FILLER                        PIC X(57) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "PERIOD".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "BEGIN".
           05  FILLER                        PIC X(8) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "END".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "CHECK DATE".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "ACH EFFECTIVE".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "QTR".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "NOTE".
           05  FILLER                        PIC X(58) VALUE SPACES.
      *
       01  WS-AUDIT-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-AU-ACTION-OUT              PIC X(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-AU-END-OUT                 PIC X(8).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-AU-BEGIN-OUT               PIC X(8).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-AU-CHECK-OUT               PIC X(8).
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-AU-ACH-OUT                 PIC X(8).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-AU-PERIOD-OUT              PIC ZZ9.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-AU-MESSAGE-OUT             PIC X(30).
           05  FILLER                        PIC X(33) VALUE SPACES.
      *
       01  WS-ERROR-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-ER-ACTION-OUT              PIC X(9).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ER-DATE-OUT                PIC X(8).
           05  FILLER                        PIC X(48) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "REJECTED -".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-ER-MESSAGE-OUT             PIC X(30).
           05  FILLER                        PIC X(22) VALUE SPACES.
      *
       01  WS-LIST-LINE.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-LS-PERIOD-OUT              PIC ZZ9.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-LS-BEGIN-OUT               PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-LS-END-OUT                 PIC X(8).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-LS-CHECK-OUT               PIC X(8).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LS-CHECK-DAY-OUT           PIC X(3).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-LS-ACH-OUT                 PIC X(8).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LS-ACH-DAY-OUT             PIC X(3).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-LS-QUARTER-OUT             PIC 9(1).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-LS-NOTE-OUT                PIC X(24).
           05  FILLER                        PIC X(38) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "TRANS READ:".
           05  WS-TRANS-READ-OUT             PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "GENERATED:".
           05  WS-GENERATE-COUNT-OUT         PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "ADDED:".
           05  WS-ADD-COUNT-OUT              PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "CHANGED:".
           05  WS-CHANGE-COUNT-OUT           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "DELETED:".
           05  WS-DELETE-COUNT-OUT           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "REJECTED:".
           05  WS-REJECT-COUNT-OUT           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(28) VALUE SPACES.
      *
       01  WS-LIST-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
               "PERIODS ON CALENDAR:".
           05  WS-LIST-COUNT-OUT             PIC ZZ9.
           05  FILLER                        PIC X(108) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT CALENDAR-TRANS-FILE-IN
               I-O PAY-CALENDAR-FILE
               OUTPUT CALENDAR-REPORT-OUT.
           PERFORM B10-INIT-PARA.
           READ CALENDAR-TRANS-FILE-IN
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
           END-READ.
           PERFORM B20-PROCESS-PARA THRU B20-PROCESS-PARA-EXIT
               UNTIL WS-EOF-SWITCH = "YES".
           PERFORM B30-TOTAL-PARA.
           PERFORM B40-LISTING-PARA.
           CLOSE CALENDAR-TRANS-FILE-IN
               PAY-CALENDAR-FILE
               CALENDAR-REPORT-OUT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "NO" TO WS-EOF-SWITCH.
           MOVE ZEROS TO WS-LINES-IN-USE
                         WS-PAGE-COUNTER
                         WS-TRANS-READ
                         WS-GENERATE-COUNT
                         WS-ADD-COUNT
                         WS-CHANGE-COUNT
                         WS-DELETE-COUNT
                         WS-REJECT-COUNT
                         WS-LIST-COUNT.
           ACCEPT WS-DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH-IN TO WS-MONTH.
           MOVE WS-DAY-IN TO WS-DAY.
           MOVE WS-YEAR-IN TO WS-YEAR.

           MOVE "NO" TO WS-HL-EOF-SWITCH.
           MOVE ZERO TO WS-HL-COUNT.
           OPEN INPUT HOLIDAY-FILE-IN.
           PERFORM B12-HOLIDAY-LOAD-PARA THRU B12-HOLIDAY-LOAD-PARA-EXIT
               UNTIL WS-HL-EOF-SWITCH = "YES".
           CLOSE HOLIDAY-FILE-IN.

           MOVE "M" TO WS-REPORT-SECTION.
           PERFORM C10-HEADINGS-PARA.
      *
      *
       B12-HOLIDAY-LOAD-PARA.
           READ HOLIDAY-FILE-IN
               AT END
                   MOVE "YES" TO WS-HL-EOF-SWITCH
                   GO TO B12-HOLIDAY-LOAD-PARA-EXIT
           END-READ.
           IF HL-HOLIDAY-DATE-IN NOT NUMERIC
               DISPLAY "PROG11 - HOLIDAY DATE NOT NUMERIC - IGNORED"
               GO TO B12-HOLIDAY-LOAD-PARA-EXIT
           END-IF.
           IF WS-HL-COUNT >= 40
               DISPLAY "PROG11 ABEND - HOLIDAY TABLE FULL"
               CLOSE HOLIDAY-FILE-IN
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO WS-HL-COUNT.
           MOVE HL-HOLIDAY-DATE-IN TO WS-HL-DATE (WS-HL-COUNT).
           MOVE HL-HOLIDAY-NAME-IN TO WS-HL-NAME (WS-HL-COUNT).
      *
       B12-HOLIDAY-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B15-EDIT-PARA.
           MOVE "YES" TO WS-VALID-SWITCH.
           MOVE SPACES TO WS-ERROR-MESSAGE.

           IF CT-ACTION-CODE-IN NOT = "G" AND
                   CT-ACTION-CODE-IN NOT = "A" AND
                   CT-ACTION-CODE-IN NOT = "C" AND
                   CT-ACTION-CODE-IN NOT = "D"
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID ACTION CODE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF CT-ACTION-CODE-IN = "G"
               PERFORM B16-GENERATE-EDIT-PARA
                   THRU B16-GENERATE-EDIT-PARA-EXIT
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF CT-PERIOD-END-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID PERIOD END DATE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.
           MOVE CT-PERIOD-END-IN TO WS-WORK-DATE.
           PERFORM D40-DATE-EDIT-PARA THRU D40-DATE-EDIT-PARA-EXIT.
           IF WS-DATE-VALID-SWITCH = "NO"
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID PERIOD END DATE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF CT-ACTION-CODE-IN = "D"
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF CT-ACTION-CODE-IN = "C"
               PERFORM B17-CHANGE-EDIT-PARA
                   THRU B17-CHANGE-EDIT-PARA-EXIT
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF CT-PERIOD-BEGIN-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID PERIOD BEGIN DATE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.
           MOVE CT-PERIOD-BEGIN-IN TO WS-WORK-DATE.
           PERFORM D40-DATE-EDIT-PARA THRU D40-DATE-EDIT-PARA-EXIT.
           IF WS-DATE-VALID-SWITCH = "NO" OR
                   CT-PERIOD-BEGIN-IN > CT-PERIOD-END-IN
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID PERIOD BEGIN DATE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF CT-CHECK-DATE-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID CHECK DATE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.
           MOVE CT-CHECK-DATE-IN TO WS-WORK-DATE.
           PERFORM D40-DATE-EDIT-PARA THRU D40-DATE-EDIT-PARA-EXIT.
           IF WS-DATE-VALID-SWITCH = "NO" OR
                   CT-CHECK-DATE-IN < CT-PERIOD-END-IN
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID CHECK DATE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF CT-ACH-DATE-IN NOT = SPACES
               IF CT-ACH-DATE-IN NOT NUMERIC
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID ACH EFFECTIVE DATE"
                       TO WS-ERROR-MESSAGE
                   GO TO B15-EDIT-PARA-EXIT
               END-IF
               MOVE CT-ACH-DATE-IN TO WS-WORK-DATE
               PERFORM D40-DATE-EDIT-PARA THRU D40-DATE-EDIT-PARA-EXIT
               IF WS-DATE-VALID-SWITCH = "NO"
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID ACH EFFECTIVE DATE"
                       TO WS-ERROR-MESSAGE
                   GO TO B15-EDIT-PARA-EXIT
               END-IF
           END-IF.

           IF CT-PERIOD-NUMBER-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID PERIOD NUMBER" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.
      *
       B15-EDIT-PARA-EXIT.
           EXIT.
      *
      *
       B16-GENERATE-EDIT-PARA.
           IF CT-PERIOD-BEGIN-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID PERIOD BEGIN DATE" TO WS-ERROR-MESSAGE
               GO TO B16-GENERATE-EDIT-PARA-EXIT
           END-IF.
           MOVE CT-PERIOD-BEGIN-IN TO WS-WORK-DATE.
           PERFORM D40-DATE-EDIT-PARA THRU D40-DATE-EDIT-PARA-EXIT.
           IF WS-DATE-VALID-SWITCH = "NO"
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID PERIOD BEGIN DATE" TO WS-ERROR-MESSAGE
               GO TO B16-GENERATE-EDIT-PARA-EXIT
           END-IF.

           IF CT-FREQUENCY-IN NOT = "W" AND
                   CT-FREQUENCY-IN NOT = "B" AND
                   CT-FREQUENCY-IN NOT = "S" AND
                   CT-FREQUENCY-IN NOT = "M"
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID PAY FREQUENCY" TO WS-ERROR-MESSAGE
               GO TO B16-GENERATE-EDIT-PARA-EXIT
           END-IF.

           IF (CT-FREQUENCY-IN = "S" AND
                   WS-WORK-DD NOT = 01 AND WS-WORK-DD NOT = 16) OR
                   (CT-FREQUENCY-IN = "M" AND WS-WORK-DD NOT = 01)
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "BEGIN DATE WRONG FOR FREQUENCY"
                   TO WS-ERROR-MESSAGE
               GO TO B16-GENERATE-EDIT-PARA-EXIT
           END-IF.

           IF CT-PERIOD-COUNT-IN NOT NUMERIC OR
                   CT-PERIOD-COUNT-IN = ZERO OR
                   CT-PERIOD-COUNT-IN > 53
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID PERIOD COUNT" TO WS-ERROR-MESSAGE
               GO TO B16-GENERATE-EDIT-PARA-EXIT
           END-IF.

           IF CT-CHECK-LAG-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID CHECK DATE LAG" TO WS-ERROR-MESSAGE
               GO TO B16-GENERATE-EDIT-PARA-EXIT
           END-IF.

           IF CT-PERIOD-NUMBER-IN NOT NUMERIC OR
                   CT-PERIOD-NUMBER-IN = ZERO
               MOVE 1 TO CT-PERIOD-NUMBER-IN
           END-IF.
      *
       B16-GENERATE-EDIT-PARA-EXIT.
           EXIT.
      *
      *
       B17-CHANGE-EDIT-PARA.
           IF CT-PERIOD-BEGIN-IN NOT = SPACES
               IF CT-PERIOD-BEGIN-IN NOT NUMERIC
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID PERIOD BEGIN DATE"
                       TO WS-ERROR-MESSAGE
                   GO TO B17-CHANGE-EDIT-PARA-EXIT
               END-IF
               MOVE CT-PERIOD-BEGIN-IN TO WS-WORK-DATE
               PERFORM D40-DATE-EDIT-PARA THRU D40-DATE-EDIT-PARA-EXIT
               IF WS-DATE-VALID-SWITCH = "NO" OR
                       CT-PERIOD-BEGIN-IN > CT-PERIOD-END-IN
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID PERIOD BEGIN DATE"
                       TO WS-ERROR-MESSAGE
                   GO TO B17-CHANGE-EDIT-PARA-EXIT
               END-IF
           END-IF.

           IF CT-CHECK-DATE-IN NOT = SPACES
               IF CT-CHECK-DATE-IN NOT NUMERIC
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID CHECK DATE" TO WS-ERROR-MESSAGE
                   GO TO B17-CHANGE-EDIT-PARA-EXIT
               END-IF
               MOVE CT-CHECK-DATE-IN TO WS-WORK-DATE
               PERFORM D40-DATE-EDIT-PARA THRU D40-DATE-EDIT-PARA-EXIT
               IF WS-DATE-VALID-SWITCH = "NO" OR
                       CT-CHECK-DATE-IN < CT-PERIOD-END-IN
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID CHECK DATE" TO WS-ERROR-MESSAGE
                   GO TO B17-CHANGE-EDIT-PARA-EXIT
               END-IF
           END-IF.

           IF CT-ACH-DATE-IN NOT = SPACES
               IF CT-ACH-DATE-IN NOT NUMERIC
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID ACH EFFECTIVE DATE"
                       TO WS-ERROR-MESSAGE
                   GO TO B17-CHANGE-EDIT-PARA-EXIT
               END-IF
               MOVE CT-ACH-DATE-IN TO WS-WORK-DATE
               PERFORM D40-DATE-EDIT-PARA THRU D40-DATE-EDIT-PARA-EXIT
               IF WS-DATE-VALID-SWITCH = "NO"
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID ACH EFFECTIVE DATE"
                       TO WS-ERROR-MESSAGE
                   GO TO B17-CHANGE-EDIT-PARA-EXIT
               END-IF
           END-IF.

           IF CT-PERIOD-NUMBER-IN NOT = SPACES AND
                   CT-PERIOD-NUMBER-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID PERIOD NUMBER" TO WS-ERROR-MESSAGE
               GO TO B17-CHANGE-EDIT-PARA-EXIT
           END-IF.
      *
       B17-CHANGE-EDIT-PARA-EXIT.
           EXIT.
      *
      *
       B20-PROCESS-PARA.
           PERFORM B15-EDIT-PARA THRU B15-EDIT-PARA-EXIT.
           IF WS-VALID-SWITCH = "NO"
               PERFORM C30-ERROR-PARA
               GO TO B20-READ-PARA
           END-IF.

           IF CT-ACTION-CODE-IN = "G"
               PERFORM C40-GENERATE-PARA THRU C40-GENERATE-PARA-EXIT
           ELSE IF CT-ACTION-CODE-IN = "A"
                   PERFORM C50-ADD-PARA THRU C50-ADD-PARA-EXIT
               ELSE IF CT-ACTION-CODE-IN = "C"
                       PERFORM C60-CHANGE-PARA THRU C60-CHANGE-PARA-EXIT
                   ELSE
                       PERFORM C70-DELETE-PARA THRU C70-DELETE-PARA-EXIT
           END-IF.
      *
       B20-READ-PARA.
           READ CALENDAR-TRANS-FILE-IN
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
           END-READ.
      *
       B20-PROCESS-PARA-EXIT.
           EXIT.
      *
      *
       B30-TOTAL-PARA.
           MOVE WS-TRANS-READ TO WS-TRANS-READ-OUT.
           MOVE WS-GENERATE-COUNT TO WS-GENERATE-COUNT-OUT.
           MOVE WS-ADD-COUNT TO WS-ADD-COUNT-OUT.
           MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-OUT.
           MOVE WS-DELETE-COUNT TO WS-DELETE-COUNT-OUT.
           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-OUT.
           WRITE CR-CALENDAR-REPORT-OUT FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
      *
      *
       B40-LISTING-PARA.
           MOVE "L" TO WS-REPORT-SECTION.
           MOVE ZERO TO WS-LINES-IN-USE.
           PERFORM C10-HEADINGS-PARA.
           MOVE "NO" TO WS-LIST-EOF-SWITCH.
           MOVE ZERO TO PC-PERIOD-END-DATE.
           START PAY-CALENDAR-FILE
               KEY IS NOT LESS THAN PC-PERIOD-END-DATE
               INVALID KEY
                   MOVE "YES" TO WS-LIST-EOF-SWITCH
           END-START.
           PERFORM B42-LIST-PARA THRU B42-LIST-PARA-EXIT
               UNTIL WS-LIST-EOF-SWITCH = "YES".
           MOVE WS-LIST-COUNT TO WS-LIST-COUNT-OUT.
           WRITE CR-CALENDAR-REPORT-OUT FROM WS-LIST-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
      *
      *
       B42-LIST-PARA.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-LIST-EOF-SWITCH
                   GO TO B42-LIST-PARA-EXIT
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           MOVE SPACES TO WS-LIST-LINE.
           MOVE PC-PERIOD-NUMBER TO WS-LS-PERIOD-OUT.
           MOVE PC-PERIOD-BEGIN-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-LS-BEGIN-OUT.
           MOVE PC-PERIOD-END-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-LS-END-OUT.
           MOVE PC-CHECK-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-LS-CHECK-OUT.
           PERFORM D10-WEEKDAY-PARA.
           MOVE WS-WEEKDAY-NAME (WS-WEEKDAY + 1) TO WS-LS-CHECK-DAY-OUT.
           COMPUTE WS-QUARTER = (WS-WORK-MM + 2) / 3.
           MOVE WS-QUARTER TO WS-LS-QUARTER-OUT.
           MOVE PC-ACH-EFFECTIVE-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-LS-ACH-OUT.
           PERFORM D10-WEEKDAY-PARA.
           MOVE WS-WEEKDAY-NAME (WS-WEEKDAY + 1) TO WS-LS-ACH-DAY-OUT.
           IF PC-ACH-ADJUST-CODE = "W"
               MOVE "ACH MOVED - WEEKEND" TO WS-LS-NOTE-OUT
           ELSE IF PC-ACH-ADJUST-CODE = "H"
                   MOVE "ACH MOVED - BANK HOLIDAY" TO WS-LS-NOTE-OUT
               ELSE IF PC-ACH-ADJUST-CODE = "K"
                       MOVE "ACH DATE KEYED" TO WS-LS-NOTE-OUT
           END-IF.
           MOVE 1 TO WS-SPACING.
           WRITE CR-CALENDAR-REPORT-OUT FROM WS-LIST-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           IF WS-LINES-IN-USE >= 60 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
       B42-LIST-PARA-EXIT.
           EXIT.
      *
      *
       C10-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-COUNTER.
           IF WS-REPORT-SECTION = "L"
               MOVE WS-DATE-1 TO WS-LH-DATE-OUT
               MOVE WS-PAGE-COUNTER TO WS-LH-PAGE-OUT
               WRITE CR-CALENDAR-REPORT-OUT FROM WS-LIST-HEADINGS-1
                   AFTER ADVANCING PAGE
           ELSE
               MOVE WS-PAGE-COUNTER TO WS-PAGE-OUT
               WRITE CR-CALENDAR-REPORT-OUT FROM WS-HEADINGS-1
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE 1 TO WS-SPACING.
           WRITE CR-CALENDAR-REPORT-OUT FROM WS-HEADINGS-2
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           MOVE 2 TO WS-SPACING.
           IF WS-REPORT-SECTION = "L"
               WRITE CR-CALENDAR-REPORT-OUT FROM COLUMN-HEADINGS-2
                   AFTER ADVANCING WS-SPACING
           ELSE
               WRITE CR-CALENDAR-REPORT-OUT FROM COLUMN-HEADINGS-1
                   AFTER ADVANCING WS-SPACING
           END-IF.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           WRITE CR-CALENDAR-REPORT-OUT FROM WS-HEADINGS-3
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-IN-USE.
      *
      *
       C30-ERROR-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO WS-ERROR-LINE.
           PERFORM C35-ACTION-LABEL-PARA.
           MOVE WS-AU-ACTION-OUT TO WS-ER-ACTION-OUT.
           MOVE CT-CALENDAR-TRANS-RECORD-IN (2:6) TO WS-ER-DATE-OUT.
           MOVE WS-ERROR-MESSAGE TO WS-ER-MESSAGE-OUT.
           WRITE CR-CALENDAR-REPORT-OUT FROM WS-ERROR-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-IN-USE.
           IF WS-LINES-IN-USE >= 60
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
      *
       C35-ACTION-LABEL-PARA.
           IF CT-ACTION-CODE-IN = "G"
               MOVE "GENERATE" TO WS-AU-ACTION-OUT
           ELSE IF CT-ACTION-CODE-IN = "A"
                   MOVE "ADD" TO WS-AU-ACTION-OUT
               ELSE IF CT-ACTION-CODE-IN = "C"
                       MOVE "CHANGE" TO WS-AU-ACTION-OUT
                   ELSE IF CT-ACTION-CODE-IN = "D"
                           MOVE "DELETE" TO WS-AU-ACTION-OUT
                       ELSE
                           MOVE CT-ACTION-CODE-IN TO WS-AU-ACTION-OUT
           END-IF.
      *
      *
       C40-GENERATE-PARA.
           MOVE CT-PERIOD-BEGIN-IN TO WS-GN-BEGIN-DATE.
           MOVE CT-PERIOD-NUMBER-IN TO WS-GN-PERIOD-NUMBER.
           PERFORM C42-GENERATE-ONE-PARA THRU C42-GENERATE-ONE-PARA-EXIT
               CT-PERIOD-COUNT-IN TIMES.
      *
       C40-GENERATE-PARA-EXIT.
           EXIT.
      *
      *
       C42-GENERATE-ONE-PARA.
           MOVE WS-GN-BEGIN-DATE TO WS-WORK-DATE.
           IF CT-FREQUENCY-IN = "W"
               MOVE 6 TO WS-ADD-DAYS
               PERFORM D20-ADD-DAYS-PARA
           ELSE IF CT-FREQUENCY-IN = "B"
                   MOVE 13 TO WS-ADD-DAYS
                   PERFORM D20-ADD-DAYS-PARA
               ELSE IF CT-FREQUENCY-IN = "S" AND WS-WORK-DD < 16
                       MOVE 15 TO WS-WORK-DD
                   ELSE
                       PERFORM D28-MONTH-LENGTH-PARA
                       MOVE WS-MONTH-LENGTH TO WS-WORK-DD
           END-IF.
           MOVE WS-WORK-DATE TO WS-GN-END-DATE.
           MOVE CT-CHECK-LAG-IN TO WS-ADD-DAYS.
           PERFORM D20-ADD-DAYS-PARA.
           MOVE WS-WORK-DATE TO WS-GN-CHECK-DATE.
           PERFORM D30-ACH-DATE-PARA.

           MOVE SPACES TO PC-PAY-CALENDAR-RECORD.
           MOVE WS-GN-END-DATE TO PC-PERIOD-END-DATE.
           MOVE WS-GN-BEGIN-DATE TO PC-PERIOD-BEGIN-DATE.
           MOVE WS-GN-CHECK-DATE TO PC-CHECK-DATE.
           MOVE WS-GN-ACH-DATE TO PC-ACH-EFFECTIVE-DATE.
           MOVE WS-GN-PERIOD-NUMBER TO PC-PERIOD-NUMBER.
           MOVE WS-GN-ADJUST-CODE TO PC-ACH-ADJUST-CODE.
           PERFORM C35-ACTION-LABEL-PARA.
           WRITE PC-PAY-CALENDAR-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - ALREADY ON CALENDAR"
                       TO WS-AU-MESSAGE-OUT
                   GO TO C42-NEXT-PERIOD-PARA
           END-WRITE.
           ADD 1 TO WS-GENERATE-COUNT.
           MOVE "GENERATED" TO WS-AU-MESSAGE-OUT.
      *
       C42-NEXT-PERIOD-PARA.
           PERFORM C80-AUDIT-WRITE-PARA.
           MOVE WS-GN-END-DATE TO WS-WORK-DATE.
           MOVE 1 TO WS-ADD-DAYS.
           PERFORM D20-ADD-DAYS-PARA.
           MOVE WS-WORK-DATE TO WS-GN-BEGIN-DATE.
           ADD 1 TO WS-GN-PERIOD-NUMBER.
      *
       C42-GENERATE-ONE-PARA-EXIT.
           EXIT.
      *
      *
       C50-ADD-PARA.
           MOVE CT-PERIOD-END-IN TO WS-GN-END-DATE.
           MOVE CT-PERIOD-BEGIN-IN TO WS-GN-BEGIN-DATE.
           MOVE CT-CHECK-DATE-IN TO WS-GN-CHECK-DATE.
           MOVE CT-PERIOD-NUMBER-IN TO WS-GN-PERIOD-NUMBER.
           IF CT-ACH-DATE-IN NUMERIC
               MOVE CT-ACH-DATE-IN TO WS-GN-ACH-DATE
               MOVE "K" TO WS-GN-ADJUST-CODE
           ELSE
               PERFORM D30-ACH-DATE-PARA
           END-IF.
           MOVE SPACES TO PC-PAY-CALENDAR-RECORD.
           MOVE WS-GN-END-DATE TO PC-PERIOD-END-DATE.
           MOVE WS-GN-BEGIN-DATE TO PC-PERIOD-BEGIN-DATE.
           MOVE WS-GN-CHECK-DATE TO PC-CHECK-DATE.
           MOVE WS-GN-ACH-DATE TO PC-ACH-EFFECTIVE-DATE.
           MOVE WS-GN-PERIOD-NUMBER TO PC-PERIOD-NUMBER.
           MOVE WS-GN-ADJUST-CODE TO PC-ACH-ADJUST-CODE.
           PERFORM C35-ACTION-LABEL-PARA.
           WRITE PC-PAY-CALENDAR-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - ALREADY ON CALENDAR"
                       TO WS-AU-MESSAGE-OUT
                   PERFORM C80-AUDIT-WRITE-PARA
                   GO TO C50-ADD-PARA-EXIT
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           MOVE "ADDED" TO WS-AU-MESSAGE-OUT.
           PERFORM C80-AUDIT-WRITE-PARA.
      *
       C50-ADD-PARA-EXIT.
           EXIT.
      *
      *
       C60-CHANGE-PARA.
           MOVE CT-PERIOD-END-IN TO PC-PERIOD-END-DATE.
           READ PAY-CALENDAR-FILE
               INVALID KEY
                   MOVE "PERIOD NOT ON CALENDAR" TO WS-ERROR-MESSAGE
                   PERFORM C30-ERROR-PARA
                   GO TO C60-CHANGE-PARA-EXIT
           END-READ.
           IF CT-PERIOD-BEGIN-IN NUMERIC
               MOVE CT-PERIOD-BEGIN-IN TO PC-PERIOD-BEGIN-DATE
           END-IF.
           IF CT-PERIOD-NUMBER-IN NUMERIC
               MOVE CT-PERIOD-NUMBER-IN TO PC-PERIOD-NUMBER
           END-IF.
           IF CT-ACH-DATE-IN NUMERIC
               MOVE CT-ACH-DATE-IN TO PC-ACH-EFFECTIVE-DATE
               MOVE "K" TO PC-ACH-ADJUST-CODE
           END-IF.
           IF CT-CHECK-DATE-IN NUMERIC
               MOVE CT-CHECK-DATE-IN TO PC-CHECK-DATE
               IF CT-ACH-DATE-IN NOT NUMERIC
                   MOVE PC-CHECK-DATE TO WS-GN-CHECK-DATE
                   PERFORM D30-ACH-DATE-PARA
                   MOVE WS-GN-ACH-DATE TO PC-ACH-EFFECTIVE-DATE
                   MOVE WS-GN-ADJUST-CODE TO PC-ACH-ADJUST-CODE
               END-IF
           END-IF.
           MOVE PC-PERIOD-END-DATE TO WS-GN-END-DATE.
           MOVE PC-PERIOD-BEGIN-DATE TO WS-GN-BEGIN-DATE.
           MOVE PC-CHECK-DATE TO WS-GN-CHECK-DATE.
           MOVE PC-ACH-EFFECTIVE-DATE TO WS-GN-ACH-DATE.
           MOVE PC-PERIOD-NUMBER TO WS-GN-PERIOD-NUMBER.
           REWRITE PC-PAY-CALENDAR-RECORD
               INVALID KEY
                   MOVE "CALENDAR REWRITE FAILED" TO WS-ERROR-MESSAGE
                   PERFORM C30-ERROR-PARA
                   GO TO C60-CHANGE-PARA-EXIT
           END-REWRITE.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM C35-ACTION-LABEL-PARA.
           MOVE "CHANGED" TO WS-AU-MESSAGE-OUT.
           PERFORM C80-AUDIT-WRITE-PARA.
      *
       C60-CHANGE-PARA-EXIT.
           EXIT.
      *
      *
       C70-DELETE-PARA.
           MOVE CT-PERIOD-END-IN TO PC-PERIOD-END-DATE.
           READ PAY-CALENDAR-FILE
               INVALID KEY
                   MOVE "PERIOD NOT ON CALENDAR" TO WS-ERROR-MESSAGE
                   PERFORM C30-ERROR-PARA
                   GO TO C70-DELETE-PARA-EXIT
           END-READ.
           MOVE PC-PERIOD-END-DATE TO WS-GN-END-DATE.
           MOVE PC-PERIOD-BEGIN-DATE TO WS-GN-BEGIN-DATE.
           MOVE PC-CHECK-DATE TO WS-GN-CHECK-DATE.
           MOVE PC-ACH-EFFECTIVE-DATE TO WS-GN-ACH-DATE.
           MOVE PC-PERIOD-NUMBER TO WS-GN-PERIOD-NUMBER.
           DELETE PAY-CALENDAR-FILE RECORD
               INVALID KEY
                   MOVE "CALENDAR DELETE FAILED" TO WS-ERROR-MESSAGE
                   PERFORM C30-ERROR-PARA
                   GO TO C70-DELETE-PARA-EXIT
           END-DELETE.
           ADD 1 TO WS-DELETE-COUNT.
           PERFORM C35-ACTION-LABEL-PARA.
           MOVE "DELETED" TO WS-AU-MESSAGE-OUT.
           PERFORM C80-AUDIT-WRITE-PARA.
      *
       C70-DELETE-PARA-EXIT.
           EXIT.
      *
      *
       C80-AUDIT-WRITE-PARA.
           MOVE WS-GN-END-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-AU-END-OUT.
           MOVE WS-GN-BEGIN-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-AU-BEGIN-OUT.
           MOVE WS-GN-CHECK-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-AU-CHECK-OUT.
           MOVE WS-GN-ACH-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-AU-ACH-OUT.
           MOVE WS-GN-PERIOD-NUMBER TO WS-AU-PERIOD-OUT.
           WRITE CR-CALENDAR-REPORT-OUT FROM WS-AUDIT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-IN-USE.
           IF WS-LINES-IN-USE >= 60
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
      *
       D10-WEEKDAY-PARA.
           IF WS-WORK-YY < 50
               COMPUTE WS-WORK-CCYY = 2000 + WS-WORK-YY
           ELSE
               COMPUTE WS-WORK-CCYY = 1900 + WS-WORK-YY
           END-IF.
           COMPUTE WS-WORK-PRIOR-CCYY = WS-WORK-CCYY - 1.
           DIVIDE WS-WORK-PRIOR-CCYY BY 4 GIVING WS-LEAP-DAYS.
           SUBTRACT 475 FROM WS-LEAP-DAYS.
           COMPUTE WS-DAY-NUMBER =
               ((WS-WORK-CCYY - 1900) * 365) + WS-LEAP-DAYS
                   + WS-CUM-DAYS (WS-WORK-MM) + WS-WORK-DD.
           DIVIDE WS-WORK-CCYY BY 4 GIVING WS-WEEK-COUNT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO AND WS-WORK-MM > 2
               ADD 1 TO WS-DAY-NUMBER
           END-IF.
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY.
      *
      *
       D20-ADD-DAYS-PARA.
           PERFORM D22-NEXT-DAY-PARA THRU D22-NEXT-DAY-PARA-EXIT
               WS-ADD-DAYS TIMES.
      *
      *
       D22-NEXT-DAY-PARA.
           PERFORM D28-MONTH-LENGTH-PARA.
           IF WS-WORK-DD < WS-MONTH-LENGTH
               ADD 1 TO WS-WORK-DD
               GO TO D22-NEXT-DAY-PARA-EXIT
           END-IF.
           MOVE 1 TO WS-WORK-DD.
           IF WS-WORK-MM < 12
               ADD 1 TO WS-WORK-MM
               GO TO D22-NEXT-DAY-PARA-EXIT
           END-IF.
           MOVE 1 TO WS-WORK-MM.
           IF WS-WORK-YY = 99
               MOVE ZERO TO WS-WORK-YY
           ELSE
               ADD 1 TO WS-WORK-YY
           END-IF.
      *
       D22-NEXT-DAY-PARA-EXIT.
           EXIT.
      *
      *
       D24-PRIOR-DAY-PARA.
           IF WS-WORK-DD > 1
               SUBTRACT 1 FROM WS-WORK-DD
               GO TO D24-PRIOR-DAY-PARA-EXIT
           END-IF.
           IF WS-WORK-MM > 1
               SUBTRACT 1 FROM WS-WORK-MM
           ELSE
               MOVE 12 TO WS-WORK-MM
               IF WS-WORK-YY = ZERO
                   MOVE 99 TO WS-WORK-YY
               ELSE
                   SUBTRACT 1 FROM WS-WORK-YY
               END-IF
           END-IF.
           PERFORM D28-MONTH-LENGTH-PARA.
           MOVE WS-MONTH-LENGTH TO WS-WORK-DD.
      *
       D24-PRIOR-DAY-PARA-EXIT.
           EXIT.
      *
      *
       D28-MONTH-LENGTH-PARA.
           MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-MONTH-LENGTH.
           IF WS-WORK-MM = 2
               DIVIDE WS-WORK-YY BY 4 GIVING WS-WEEK-COUNT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF.
      *
      *
       D30-ACH-DATE-PARA.
           MOVE WS-GN-CHECK-DATE TO WS-WORK-DATE.
           MOVE SPACE TO WS-GN-ADJUST-CODE.
           MOVE "NO" TO WS-BUSINESS-DAY-SWITCH.
           PERFORM D32-BUSINESS-DAY-PARA THRU D32-BUSINESS-DAY-PARA-EXIT
               UNTIL WS-BUSINESS-DAY-SWITCH = "YES".
           MOVE WS-WORK-DATE TO WS-GN-ACH-DATE.
      *
      *
       D32-BUSINESS-DAY-PARA.
           PERFORM D10-WEEKDAY-PARA.
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
               IF WS-GN-ADJUST-CODE = SPACE
                   MOVE "W" TO WS-GN-ADJUST-CODE
               END-IF
               PERFORM D24-PRIOR-DAY-PARA THRU D24-PRIOR-DAY-PARA-EXIT
               GO TO D32-BUSINESS-DAY-PARA-EXIT
           END-IF.
           MOVE "NO" TO WS-HOLIDAY-SWITCH.
           PERFORM D34-HOLIDAY-SCAN-PARA
               VARYING WS-HL-SUB FROM 1 BY 1
               UNTIL WS-HL-SUB > WS-HL-COUNT.
           IF WS-HOLIDAY-SWITCH = "YES"
               IF WS-GN-ADJUST-CODE = SPACE
                   MOVE "H" TO WS-GN-ADJUST-CODE
               END-IF
               PERFORM D24-PRIOR-DAY-PARA THRU D24-PRIOR-DAY-PARA-EXIT
               GO TO D32-BUSINESS-DAY-PARA-EXIT
           END-IF.
           MOVE "YES" TO WS-BUSINESS-DAY-SWITCH.
      *
       D32-BUSINESS-DAY-PARA-EXIT.
           EXIT.
      *
      *
       D34-HOLIDAY-SCAN-PARA.
           IF WS-HL-DATE (WS-HL-SUB) = WS-WORK-DATE
               MOVE "YES" TO WS-HOLIDAY-SWITCH
           END-IF.
      *
      *
       D40-DATE-EDIT-PARA.
           MOVE "YES" TO WS-DATE-VALID-SWITCH.
           IF WS-WORK-MM < 01 OR WS-WORK-MM > 12
               MOVE "NO" TO WS-DATE-VALID-SWITCH
               GO TO D40-DATE-EDIT-PARA-EXIT
           END-IF.
           PERFORM D28-MONTH-LENGTH-PARA.
           IF WS-WORK-DD < 01 OR WS-WORK-DD > WS-MONTH-LENGTH
               MOVE "NO" TO WS-DATE-VALID-SWITCH
           END-IF.
      *
       D40-DATE-EDIT-PARA-EXIT.
           EXIT.
      *
      *
       D50-FORMAT-DATE-PARA.
           MOVE WS-WORK-MM TO WS-DE-MONTH.
           MOVE WS-WORK-DD TO WS-DE-DAY.
           MOVE WS-WORK-YY TO WS-DE-YEAR.
      *
      *
       E10-ABORT-PARA.
           CLOSE CALENDAR-TRANS-FILE-IN
               PAY-CALENDAR-FILE
               CALENDAR-REPORT-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
