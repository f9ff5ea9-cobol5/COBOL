       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROG6.
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
           SELECT INQUIRY-FILE-IN
               ASSIGN TO HISTINQ.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-HISTORY-KEY.
           SELECT HISTORY-REPORT-OUT
               ASSIGN TO PROG6-OUT.
           SELECT STUB-FILE-OUT
               ASSIGN TO PROG6STB.
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  INQUIRY-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS IQ-INQUIRY-RECORD-IN.
      *
       01  IQ-INQUIRY-RECORD-IN.
           05  IQ-REQUEST-TYPE-IN            PIC X(1).
           05  IQ-SSN-IN                     PIC X(9).
           05  IQ-FROM-DATE-IN               PIC 9(6).
           05  IQ-TO-DATE-IN                 PIC 9(6).
           05  FILLER                        PIC X(58).
      *
       FD  PAY-HISTORY-FILE
               RECORD CONTAINS 350 CHARACTERS
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS HS-PAY-HISTORY-RECORD.
      *
       01  HS-PAY-HISTORY-RECORD.
           05  HS-HISTORY-KEY.
               10  HS-SSN                    PIC X(9).
               10  HS-PERIOD-END-DATE        PIC 9(6).
               10  HS-PAY-TYPE               PIC X(1).
               10  HS-SEQUENCE               PIC 9(2).
           05  HS-CHECK-DATE                 PIC 9(6).
           05  HS-EMPLOYEE-NAME              PIC X(18).
           05  HS-RATE                       PIC 99V99.
           05  HS-SHIFT-NUMBER               PIC X(1).
           05  HS-WORK-STATE                 PIC X(2).
           05  HS-REGULAR-HOURS              PIC 9(4)V99.
           05  HS-OVERTIME-HOURS             PIC 9(4)V99.
           05  HS-LEAVE-HOURS                PIC 9(4)V99.
           05  HS-SHIFT-DIFF                 PIC S9(5)V99.
           05  HS-REGULAR-EARNINGS           PIC 9(5)V99.
           05  HS-OVERTIME-EARNINGS          PIC 9(5)V99.
           05  HS-LEAVE-EARNINGS             PIC 9(5)V99.
           05  HS-GROSS-PAY                  PIC S9(5)V99.
           05  HS-FICA                       PIC 9(5)V99.
           05  HS-EMPLOYER-FICA              PIC 9(5)V99.
           05  HS-FED-TAX                    PIC S9(5)V99.
           05  HS-STATE-TAX                  PIC S9(5)V99.
           05  HS-DEDUCT-COUNT               PIC 9(2).
           05  HS-DEDUCTION OCCURS 12 TIMES.
               10  HS-DEDUCT-CODE            PIC X(3).
               10  HS-DEDUCT-AMOUNT          PIC 9(4)V99.
           05  HS-TOTAL-DEDUCTIONS           PIC S9(5)V99.
           05  HS-NET-PAY                    PIC S9(5)V99.
           05  HS-PAYMENT-METHOD             PIC X(1).
           05  HS-PAYMENT-REF                PIC X(15).
           05  HS-YTD-WAGES                  PIC 9(6)V99.
           05  HS-YTD-FICA                   PIC 9(6)V99.
           05  HS-YTD-FED-TAX                PIC 9(6)V99.
           05  HS-YTD-STATE-TAX              PIC 9(6)V99.
           05  HS-WC-CLASS                   PIC X(4).
           05  FILLER                        PIC X(44).
      *
       FD  HISTORY-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS HR-HISTORY-REPORT-OUT.
      *
       01  HR-HISTORY-REPORT-OUT             PIC X(132).
      *
       FD  STUB-FILE-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SB-STUB-RECORD-OUT.
      *
       01  SB-STUB-RECORD-OUT                PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                 PIC X(3).
           05  WS-HS-EOF-SWITCH              PIC X(3).
           05  WS-VALID-SWITCH               PIC X(3).
      *
       01  WS-INQUIRY-CONTROLS.
           05  WS-REQUEST-COUNT              PIC 9(5).
           05  WS-REJECT-COUNT               PIC 9(5).
           05  WS-PERIOD-COUNT               PIC 9(5).
           05  WS-STUB-COUNT                 PIC 9(5).
           05  WS-FROM-DATE                  PIC 9(6).
           05  WS-TO-DATE                    PIC 9(6).
           05  WS-DATE-CHECK                 PIC 9(6).
           05  WS-DATE-CHECKS REDEFINES WS-DATE-CHECK.
               10  WS-DC-YY                  PIC 9(2).
               10  WS-DC-MM                  PIC 9(2).
               10  WS-DC-DD                  PIC 9(2).
           05  WS-DEDUCT-SUB                 PIC 9(2)   COMP.
           05  WS-ERROR-MESSAGE              PIC X(30).
      *
       01  WS-REQUEST-TOTALS.
           05  WS-RQ-GROSS                   PIC S9(7)V99.
           05  WS-RQ-FICA                    PIC S9(7)V99.
           05  WS-RQ-FED-TAX                 PIC S9(7)V99.
           05  WS-RQ-STATE-TAX               PIC S9(7)V99.
           05  WS-RQ-DEDUCTIONS              PIC S9(7)V99.
           05  WS-RQ-NET-PAY                 PIC S9(7)V99.
      *
       01  WS-STUB-CONTROLS.
           05  WS-STUB-COMPANY-NAME          PIC X(23)  VALUE
               "WSC PAYROLL COMPANY".
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
       01  WS-EDIT-DATE.
           05  WS-ED-MONTH                   PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-ED-DAY                     PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-ED-YEAR                    PIC 9(2).
      *
       01  WS-HEADINGS-1.
           05  WS-DATE-1.
               10  WS-MONTH                  PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-DAY                    PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-YEAR                   PIC 9(2).
           05  FILLER                        PIC X(26) VALUE SPACES.
           05  FILLER  PIC X(35) VALUE
               "E A R N I N G S   H I S T O R Y".
           05  FILLER                        PIC X(41) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "PAGE".
           05  WS-PAGE-OUT                   PIC Z9.
           05  FILLER                        PIC X(16) VALUE SPACES.
      *
       01  WS-HEADINGS-2.
           05  FILLER                        PIC X(50) VALUE SPACES.
           05  FILLER                        PIC X(10)
               VALUE "ERIC ESTES".
           05  FILLER                        PIC X(72) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "PERIOD END".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "PAY DATE".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(2) VALUE "TP".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "HOURS".
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "O.T.".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "GROSS".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "FICA".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "FED TAX".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE
               "STATE TAX".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "DEDUCT".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "NET PAY".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE
               "REFERENCE".
           05  FILLER                        PIC X(18) VALUE SPACES.
      *
       01  WS-EMPLOYEE-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "EMPLOYEE:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-EL-NAME-OUT                PIC X(18).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "SSN:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-EL-SSN-OUT.
               10  WS-EL-SSN-THREE-OUT       PIC X(3).
               10  FILLER                    PIC X(1) VALUE "-".
               10  WS-EL-SSN-TWO-OUT         PIC X(2).
               10  FILLER                    PIC X(1) VALUE "-".
               10  WS-EL-SSN-FOUR-OUT        PIC X(4).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "FROM: ".
           05  WS-EL-FROM-OUT                PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "TO: ".
           05  WS-EL-TO-OUT                  PIC X(8).
           05  FILLER                        PIC X(52) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DL-PERIOD-OUT              PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-CHECK-DATE-OUT          PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DL-TYPE-OUT                PIC X(1).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DL-HOURS-OUT               PIC Z,ZZ9.99.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DL-OT-HOURS-OUT            PIC Z,ZZ9.99.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DL-GROSS-OUT               PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DL-FICA-OUT                PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DL-FED-OUT                 PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DL-STATE-OUT               PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DL-DEDUCT-OUT              PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DL-NET-OUT                 PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DL-METHOD-OUT              PIC X(1).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DL-REF-OUT                 PIC X(15).
           05  FILLER                        PIC X(9) VALUE SPACES.
      *
       01  WS-DEDUCT-LINE.
           05  FILLER                        PIC X(23) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "DEDUCTION:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DD-CODE-OUT                PIC X(3).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DD-AMOUNT-OUT              PIC Z,ZZ9.99.
           05  FILLER                        PIC X(85) VALUE SPACES.
      *
       01  WS-REQUEST-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "PERIODS:".
           05  WS-RT-PERIODS-OUT             PIC ZZ9.
           05  FILLER                        PIC X(21) VALUE SPACES.
           05  WS-RT-GROSS-OUT               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-RT-FICA-OUT                PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-RT-FED-OUT                 PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-RT-STATE-OUT               PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-RT-DEDUCT-OUT              PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-RT-NET-OUT                 PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(24) VALUE SPACES.
      *
       01  WS-REJECT-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "REQUEST:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-RJ-RECORD-OUT              PIC X(22).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-RJ-MESSAGE-OUT             PIC X(30).
           05  FILLER                        PIC X(67) VALUE SPACES.
      *
       01  WS-FINAL-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "REQUESTS:".
           05  WS-FT-REQUEST-OUT             PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "REJECTED:".
           05  WS-FT-REJECT-OUT              PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               "STUBS REPRINTED".
           05  FILLER                        PIC X(1) VALUE ":".
           05  WS-FT-STUB-OUT                PIC ZZ,ZZ9.
           05  FILLER                        PIC X(73) VALUE SPACES.
      *
       01  WS-STUB-LINE-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-COMPANY-OUT             PIC X(23).
           05  FILLER                        PIC X(9) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               "EARNINGS STATEMENT".
           05  FILLER                        PIC X(9) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE
               "PAY DATE:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-DATE-OUT                PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "REPRINT".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-SB-TYPE-OUT                PIC X(8).
           05  FILLER                        PIC X(33) VALUE SPACES.
      *
       01  WS-STUB-LINE-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "EMPLOYEE:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-NAME-OUT                PIC X(18).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "SSN:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-SSN-OUT.
               10  WS-SB-SSN-THREE-OUT       PIC X(3).
               10  FILLER                    PIC X(1) VALUE "-".
               10  WS-SB-SSN-TWO-OUT         PIC X(2).
               10  FILLER                    PIC X(1) VALUE "-".
               10  WS-SB-SSN-FOUR-OUT        PIC X(4).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "PERIOD END:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-PERIOD-OUT              PIC X(8).
           05  FILLER                        PIC X(61) VALUE SPACES.
      *
       01  WS-STUB-COLUMNS-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "HOURS".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "O.T. HOURS".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "RATE".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "SHIFT DIFF.".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE
               "GROSS PAY".
           05  FILLER                        PIC X(80) VALUE SPACES.
      *
       01  WS-STUB-DETAIL-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-HOURS-OUT               PIC ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-SB-OT-HOURS-OUT            PIC ZZZ9.99.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-SB-RATE-OUT                PIC Z9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-SB-SHIFT-OUT               PIC ZZZ9.99-.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-SB-GROSS-OUT               PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(80) VALUE SPACES.
      *
       01  WS-STUB-COLUMNS-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "FICA".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "FED TAX".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE
               "STATE TAX".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "DEDUCTIONS".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "NET PAY".
           05  FILLER                        PIC X(77) VALUE SPACES.
      *
       01  WS-STUB-DETAIL-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-FICA-OUT                PIC Z,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SB-FED-OUT                 PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SB-STATE-OUT               PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-SB-DEDUCT-OUT              PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-SB-NET-OUT                 PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(76) VALUE SPACES.
      *
       01  WS-STUB-DEDUCT-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "DEDUCTION:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-DEDUCT-CODE-OUT         PIC X(3).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SB-DEDUCT-AMOUNT-OUT       PIC Z,ZZ9.99.
           05  FILLER                        PIC X(107) VALUE SPACES.
      *
       01  WS-STUB-PAYMENT-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "PAID BY:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-METHOD-OUT              PIC X(14).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "REFERENCE:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SB-REF-OUT                 PIC X(15).
           05  FILLER                        PIC X(80) VALUE SPACES.
      *
       01  WS-STUB-YTD-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "YEAR TO DATE:".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "WAGES:".
           05  WS-SB-YTD-WAGES-OUT           PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "FICA:".
           05  WS-SB-YTD-FICA-OUT            PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "FED TAX:".
           05  WS-SB-YTD-FED-OUT             PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "STATE TAX:".
           05  WS-SB-YTD-STATE-OUT           PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(38) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT INQUIRY-FILE-IN
               INPUT PAY-HISTORY-FILE
               OUTPUT HISTORY-REPORT-OUT
               OUTPUT STUB-FILE-OUT.
           PERFORM B10-INIT-PARA.
           PERFORM C10-HEADINGS-PARA.
           READ INQUIRY-FILE-IN
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
           END-READ.
           PERFORM B20-PROCESS-PARA THRU B20-PROCESS-PARA-EXIT
               UNTIL WS-EOF-SWITCH = "YES".
           PERFORM B30-TOTAL-PARA.
           CLOSE INQUIRY-FILE-IN
               PAY-HISTORY-FILE
               HISTORY-REPORT-OUT
               STUB-FILE-OUT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "NO" TO WS-EOF-SWITCH.
           MOVE ZEROS TO WS-LINES-IN-USE
                         WS-PAGE-COUNTER
                         WS-REQUEST-COUNT
                         WS-REJECT-COUNT
                         WS-STUB-COUNT.
           ACCEPT WS-DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH-IN TO WS-MONTH.
           MOVE WS-DAY-IN TO WS-DAY.
           MOVE WS-YEAR-IN TO WS-YEAR.
      *
      *
       B20-PROCESS-PARA.
           ADD 1 TO WS-REQUEST-COUNT.
           PERFORM B25-EDIT-PARA THRU B25-EDIT-PARA-EXIT.
           IF WS-VALID-SWITCH = "NO"
               PERFORM C60-REJECT-PARA
               GO TO B20-READ-PARA
           END-IF.

           MOVE ZEROS TO WS-PERIOD-COUNT
                         WS-RQ-GROSS
                         WS-RQ-FICA
                         WS-RQ-FED-TAX
                         WS-RQ-STATE-TAX
                         WS-RQ-DEDUCTIONS
                         WS-RQ-NET-PAY.
           MOVE "NO" TO WS-HS-EOF-SWITCH.
           MOVE IQ-SSN-IN TO HS-SSN.
           MOVE WS-FROM-DATE TO HS-PERIOD-END-DATE.
           MOVE LOW-VALUES TO HS-PAY-TYPE.
           MOVE ZERO TO HS-SEQUENCE.
           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN HS-HISTORY-KEY
               INVALID KEY
                   MOVE "YES" TO WS-HS-EOF-SWITCH
           END-START.
           IF WS-HS-EOF-SWITCH = "NO"
               PERFORM C20-HISTORY-READ-PARA
           END-IF.
           IF WS-HS-EOF-SWITCH = "YES"
               MOVE "NO HISTORY FOUND" TO WS-ERROR-MESSAGE
               PERFORM C60-REJECT-PARA
               GO TO B20-READ-PARA
           END-IF.

           IF IQ-REQUEST-TYPE-IN = "H"
               PERFORM C15-EMPLOYEE-HEADING-PARA
           END-IF.
           PERFORM C25-HISTORY-SCAN-PARA THRU C25-HISTORY-SCAN-PARA-EXIT
               UNTIL WS-HS-EOF-SWITCH = "YES".
           IF IQ-REQUEST-TYPE-IN = "H"
               PERFORM C50-REQUEST-TOTAL-PARA
           END-IF.

           IF WS-LINES-IN-USE >= 60 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
       B20-READ-PARA.
           READ INQUIRY-FILE-IN
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
           END-READ.
      *
       B20-PROCESS-PARA-EXIT.
           EXIT.
      *
      *
       B25-EDIT-PARA.
           MOVE "YES" TO WS-VALID-SWITCH.
           IF IQ-REQUEST-TYPE-IN NOT = "H" AND
                   IQ-REQUEST-TYPE-IN NOT = "S"
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID REQUEST TYPE" TO WS-ERROR-MESSAGE
               GO TO B25-EDIT-PARA-EXIT
           END-IF.
           IF IQ-SSN-IN = SPACES OR IQ-SSN-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID SOCIAL SECURITY NUMBER" TO WS-ERROR-MESSAGE
               GO TO B25-EDIT-PARA-EXIT
           END-IF.
           IF IQ-FROM-DATE-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID FROM DATE" TO WS-ERROR-MESSAGE
               GO TO B25-EDIT-PARA-EXIT
           END-IF.
           MOVE IQ-FROM-DATE-IN TO WS-DATE-CHECK.
           IF WS-DC-MM < 01 OR WS-DC-MM > 12
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID FROM DATE" TO WS-ERROR-MESSAGE
               GO TO B25-EDIT-PARA-EXIT
           END-IF.
           MOVE IQ-FROM-DATE-IN TO WS-FROM-DATE.

           IF IQ-TO-DATE-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID TO DATE" TO WS-ERROR-MESSAGE
               GO TO B25-EDIT-PARA-EXIT
           END-IF.
           IF IQ-TO-DATE-IN = ZERO
               IF IQ-REQUEST-TYPE-IN = "S"
                   MOVE WS-FROM-DATE TO WS-TO-DATE
               ELSE
                   MOVE 999999 TO WS-TO-DATE
               END-IF
           ELSE
               MOVE IQ-TO-DATE-IN TO WS-DATE-CHECK
               IF WS-DC-MM < 01 OR WS-DC-MM > 12
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID TO DATE" TO WS-ERROR-MESSAGE
                   GO TO B25-EDIT-PARA-EXIT
               END-IF
               MOVE IQ-TO-DATE-IN TO WS-TO-DATE
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "TO DATE BEFORE FROM DATE" TO WS-ERROR-MESSAGE
           END-IF.
      *
       B25-EDIT-PARA-EXIT.
           EXIT.
      *
      *
       B30-TOTAL-PARA.
           MOVE WS-REQUEST-COUNT TO WS-FT-REQUEST-OUT.
           MOVE WS-REJECT-COUNT TO WS-FT-REJECT-OUT.
           MOVE WS-STUB-COUNT TO WS-FT-STUB-OUT.
           WRITE HR-HISTORY-REPORT-OUT FROM WS-FINAL-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
      *
      *
       C10-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-COUNTER.
           MOVE WS-PAGE-COUNTER TO WS-PAGE-OUT.
           WRITE HR-HISTORY-REPORT-OUT FROM WS-HEADINGS-1
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-SPACING.
           WRITE HR-HISTORY-REPORT-OUT FROM WS-HEADINGS-2
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           MOVE 2 TO WS-SPACING.
           WRITE HR-HISTORY-REPORT-OUT FROM COLUMN-HEADINGS-1
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
      *
      *
       C15-EMPLOYEE-HEADING-PARA.
           MOVE HS-EMPLOYEE-NAME TO WS-EL-NAME-OUT.
           MOVE IQ-SSN-IN (1:3) TO WS-EL-SSN-THREE-OUT.
           MOVE IQ-SSN-IN (4:2) TO WS-EL-SSN-TWO-OUT.
           MOVE IQ-SSN-IN (6:4) TO WS-EL-SSN-FOUR-OUT.
           MOVE WS-FROM-DATE TO WS-DATE-CHECK.
           PERFORM C70-EDIT-DATE-PARA.
           MOVE WS-EDIT-DATE TO WS-EL-FROM-OUT.
           IF WS-TO-DATE = 999999
               MOVE "CURRENT" TO WS-EL-TO-OUT
           ELSE
               MOVE WS-TO-DATE TO WS-DATE-CHECK
               PERFORM C70-EDIT-DATE-PARA
               MOVE WS-EDIT-DATE TO WS-EL-TO-OUT
           END-IF.
           MOVE 3 TO WS-SPACING.
           WRITE HR-HISTORY-REPORT-OUT FROM WS-EMPLOYEE-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
      *
      *
       C20-HISTORY-READ-PARA.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-HS-EOF-SWITCH
           END-READ.
           IF WS-HS-EOF-SWITCH = "NO"
               IF HS-SSN NOT = IQ-SSN-IN OR
                       HS-PERIOD-END-DATE > WS-TO-DATE
                   MOVE "YES" TO WS-HS-EOF-SWITCH
               END-IF
           END-IF.
      *
      *
       C25-HISTORY-SCAN-PARA.
           ADD 1 TO WS-PERIOD-COUNT.
           IF IQ-REQUEST-TYPE-IN = "S"
               PERFORM C40-STUB-PARA
               GO TO C25-HISTORY-NEXT-PARA
           END-IF.

           PERFORM C30-HISTORY-LINE-PARA.
           IF HS-PAY-TYPE = "V"
               SUBTRACT HS-GROSS-PAY FROM WS-RQ-GROSS
               SUBTRACT HS-FICA FROM WS-RQ-FICA
               SUBTRACT HS-FED-TAX FROM WS-RQ-FED-TAX
               SUBTRACT HS-STATE-TAX FROM WS-RQ-STATE-TAX
               SUBTRACT HS-TOTAL-DEDUCTIONS FROM WS-RQ-DEDUCTIONS
               SUBTRACT HS-NET-PAY FROM WS-RQ-NET-PAY
           ELSE
               ADD HS-GROSS-PAY TO WS-RQ-GROSS
               ADD HS-FICA TO WS-RQ-FICA
               ADD HS-FED-TAX TO WS-RQ-FED-TAX
               ADD HS-STATE-TAX TO WS-RQ-STATE-TAX
               ADD HS-TOTAL-DEDUCTIONS TO WS-RQ-DEDUCTIONS
               ADD HS-NET-PAY TO WS-RQ-NET-PAY
           END-IF.

           IF WS-LINES-IN-USE >= 60 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
       C25-HISTORY-NEXT-PARA.
           PERFORM C20-HISTORY-READ-PARA.
      *
       C25-HISTORY-SCAN-PARA-EXIT.
           EXIT.
      *
      *
       C30-HISTORY-LINE-PARA.
           MOVE HS-PERIOD-END-DATE TO WS-DATE-CHECK.
           PERFORM C70-EDIT-DATE-PARA.
           MOVE WS-EDIT-DATE TO WS-DL-PERIOD-OUT.
           MOVE HS-CHECK-DATE TO WS-DATE-CHECK.
           PERFORM C70-EDIT-DATE-PARA.
           MOVE WS-EDIT-DATE TO WS-DL-CHECK-DATE-OUT.
           MOVE HS-PAY-TYPE TO WS-DL-TYPE-OUT.
           MOVE HS-REGULAR-HOURS TO WS-DL-HOURS-OUT.
           MOVE HS-OVERTIME-HOURS TO WS-DL-OT-HOURS-OUT.
           MOVE HS-GROSS-PAY TO WS-DL-GROSS-OUT.
           MOVE HS-FICA TO WS-DL-FICA-OUT.
           MOVE HS-FED-TAX TO WS-DL-FED-OUT.
           MOVE HS-STATE-TAX TO WS-DL-STATE-OUT.
           MOVE HS-TOTAL-DEDUCTIONS TO WS-DL-DEDUCT-OUT.
           MOVE HS-NET-PAY TO WS-DL-NET-OUT.
           MOVE HS-PAYMENT-METHOD TO WS-DL-METHOD-OUT.
           MOVE HS-PAYMENT-REF TO WS-DL-REF-OUT.
           MOVE 2 TO WS-SPACING.
           WRITE HR-HISTORY-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           PERFORM C35-DEDUCT-LINE-PARA
               VARYING WS-DEDUCT-SUB FROM 1 BY 1
               UNTIL WS-DEDUCT-SUB > HS-DEDUCT-COUNT
                  OR WS-DEDUCT-SUB > 12.
      *
      *
       C35-DEDUCT-LINE-PARA.
           MOVE HS-DEDUCT-CODE (WS-DEDUCT-SUB) TO WS-DD-CODE-OUT.
           MOVE HS-DEDUCT-AMOUNT (WS-DEDUCT-SUB) TO WS-DD-AMOUNT-OUT.
           MOVE 1 TO WS-SPACING.
           WRITE HR-HISTORY-REPORT-OUT FROM WS-DEDUCT-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
      *
      *
       C40-STUB-PARA.
           MOVE WS-STUB-COMPANY-NAME TO WS-SB-COMPANY-OUT.
           MOVE HS-CHECK-DATE TO WS-DATE-CHECK.
           PERFORM C70-EDIT-DATE-PARA.
           MOVE WS-EDIT-DATE TO WS-SB-DATE-OUT.
           IF HS-PAY-TYPE = "V"
               MOVE "REVERSAL" TO WS-SB-TYPE-OUT
           ELSE
               MOVE SPACES TO WS-SB-TYPE-OUT
           END-IF.
           MOVE HS-EMPLOYEE-NAME TO WS-SB-NAME-OUT.
           MOVE HS-SSN (1:3) TO WS-SB-SSN-THREE-OUT.
           MOVE HS-SSN (4:2) TO WS-SB-SSN-TWO-OUT.
           MOVE HS-SSN (6:4) TO WS-SB-SSN-FOUR-OUT.
           MOVE HS-PERIOD-END-DATE TO WS-DATE-CHECK.
           PERFORM C70-EDIT-DATE-PARA.
           MOVE WS-EDIT-DATE TO WS-SB-PERIOD-OUT.
           MOVE HS-REGULAR-HOURS TO WS-SB-HOURS-OUT.
           MOVE HS-OVERTIME-HOURS TO WS-SB-OT-HOURS-OUT.
           MOVE HS-RATE TO WS-SB-RATE-OUT.
           MOVE HS-SHIFT-DIFF TO WS-SB-SHIFT-OUT.
           MOVE HS-GROSS-PAY TO WS-SB-GROSS-OUT.
           MOVE HS-FICA TO WS-SB-FICA-OUT.
           MOVE HS-FED-TAX TO WS-SB-FED-OUT.
           MOVE HS-STATE-TAX TO WS-SB-STATE-OUT.
           MOVE HS-TOTAL-DEDUCTIONS TO WS-SB-DEDUCT-OUT.
           MOVE HS-NET-PAY TO WS-SB-NET-OUT.
           IF HS-PAYMENT-METHOD = "D"
               MOVE "DIRECT DEPOSIT" TO WS-SB-METHOD-OUT
           ELSE
               MOVE "CHECK" TO WS-SB-METHOD-OUT
           END-IF.
           MOVE HS-PAYMENT-REF TO WS-SB-REF-OUT.
           MOVE HS-YTD-WAGES TO WS-SB-YTD-WAGES-OUT.
           MOVE HS-YTD-FICA TO WS-SB-YTD-FICA-OUT.
           MOVE HS-YTD-FED-TAX TO WS-SB-YTD-FED-OUT.
           MOVE HS-YTD-STATE-TAX TO WS-SB-YTD-STATE-OUT.
           WRITE SB-STUB-RECORD-OUT FROM WS-STUB-LINE-1
               AFTER ADVANCING PAGE.
           WRITE SB-STUB-RECORD-OUT FROM WS-STUB-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE SB-STUB-RECORD-OUT FROM WS-STUB-COLUMNS-1
               AFTER ADVANCING 2 LINES.
           WRITE SB-STUB-RECORD-OUT FROM WS-STUB-DETAIL-1
               AFTER ADVANCING 1 LINE.
           WRITE SB-STUB-RECORD-OUT FROM WS-STUB-COLUMNS-2
               AFTER ADVANCING 2 LINES.
           WRITE SB-STUB-RECORD-OUT FROM WS-STUB-DETAIL-2
               AFTER ADVANCING 1 LINE.
           PERFORM C45-STUB-DEDUCT-PARA
               VARYING WS-DEDUCT-SUB FROM 1 BY 1
               UNTIL WS-DEDUCT-SUB > HS-DEDUCT-COUNT
                  OR WS-DEDUCT-SUB > 12.
           WRITE SB-STUB-RECORD-OUT FROM WS-STUB-PAYMENT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE SB-STUB-RECORD-OUT FROM WS-STUB-YTD-LINE
               AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-STUB-COUNT.
      *
      *
       C45-STUB-DEDUCT-PARA.
           MOVE HS-DEDUCT-CODE (WS-DEDUCT-SUB)
               TO WS-SB-DEDUCT-CODE-OUT.
           MOVE HS-DEDUCT-AMOUNT (WS-DEDUCT-SUB)
               TO WS-SB-DEDUCT-AMOUNT-OUT.
           WRITE SB-STUB-RECORD-OUT FROM WS-STUB-DEDUCT-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C50-REQUEST-TOTAL-PARA.
           MOVE WS-PERIOD-COUNT TO WS-RT-PERIODS-OUT.
           MOVE WS-RQ-GROSS TO WS-RT-GROSS-OUT.
           MOVE WS-RQ-FICA TO WS-RT-FICA-OUT.
           MOVE WS-RQ-FED-TAX TO WS-RT-FED-OUT.
           MOVE WS-RQ-STATE-TAX TO WS-RT-STATE-OUT.
           MOVE WS-RQ-DEDUCTIONS TO WS-RT-DEDUCT-OUT.
           MOVE WS-RQ-NET-PAY TO WS-RT-NET-OUT.
           MOVE 2 TO WS-SPACING.
           WRITE HR-HISTORY-REPORT-OUT FROM WS-REQUEST-TOTAL-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
      *
      *
       C60-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE IQ-INQUIRY-RECORD-IN (1:22) TO WS-RJ-RECORD-OUT.
           MOVE WS-ERROR-MESSAGE TO WS-RJ-MESSAGE-OUT.
           MOVE 2 TO WS-SPACING.
           WRITE HR-HISTORY-REPORT-OUT FROM WS-REJECT-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
      *
      *
       C70-EDIT-DATE-PARA.
           MOVE WS-DC-MM TO WS-ED-MONTH.
           MOVE WS-DC-DD TO WS-ED-DAY.
           MOVE WS-DC-YY TO WS-ED-YEAR.
