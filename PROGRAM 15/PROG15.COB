       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROG15.
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
           SELECT WC-PARM-FILE-IN
               ASSIGN TO WCPRM.
           SELECT WC-RATE-FILE-IN
               ASSIGN TO WCRATE.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-HISTORY-KEY.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN.
           SELECT CARRIER-EXTRACT-OUT
               ASSIGN TO PROG15WCX.
           SELECT WC-REPORT-OUT
               ASSIGN TO PROG15-OUT.
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  WC-PARM-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS WP-WC-PARM-RECORD-IN.
      *
       01  WP-WC-PARM-RECORD-IN.
           05  WP-BEGIN-DATE-IN              PIC 9(6).
           05  WP-END-DATE-IN                PIC 9(6).
           05  WP-POLICY-NUMBER-IN           PIC X(15).
           05  FILLER                        PIC X(53).
      *
       FD  WC-RATE-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS WR-WC-RATE-RECORD-IN.
      *
       01  WR-WC-RATE-RECORD-IN.
           05  WR-STATE-IN                   PIC X(2).
           05  WR-CLASS-IN                   PIC X(4).
           05  WR-RATE-IN                    PIC 9(3)V9(4).
           05  WR-DESCRIPTION-IN             PIC X(25).
           05  FILLER                        PIC X(42).
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
       FD  CARRIER-EXTRACT-OUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CX-CARRIER-RECORD-OUT.
      *
       01  CX-CARRIER-RECORD-OUT             PIC X(80).
      *
       FD  WC-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS WC-WC-REPORT-OUT.
      *
       01  WC-WC-REPORT-OUT                  PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                 PIC X(3).
           05  WS-RATE-EOF-SWITCH            PIC X(3).
           05  WS-EM-FOUND-SWITCH            PIC X(3).
      *
       01  WS-CONTROL-TOTALS.
           05  WS-HISTORY-READ               PIC 9(7).
           05  WS-HISTORY-SELECTED           PIC 9(7).
           05  WS-UNCLASSIFIED-COUNT         PIC 9(7).
           05  WS-NO-RATE-COUNT              PIC 9(5).
           05  WS-EXTRACT-COUNT              PIC 9(5).
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
       01  WS-RUN-CONTROLS.
           05  WS-BEGIN-DATE                 PIC 9(6).
           05  WS-END-DATE                   PIC 9(6).
           05  WS-POLICY-NUMBER              PIC X(15).
           05  WS-LAST-SSN                   PIC X(9).
           05  WS-LAST-CLASS                 PIC X(4).
      *
       01  WS-ROW-AMOUNTS.
           05  WS-ROW-STATE                  PIC X(2).
           05  WS-ROW-CLASS                  PIC X(4).
           05  WS-ROW-HOURS                  PIC S9(5)V99.
           05  WS-ROW-STRAIGHT               PIC S9(7)V99.
           05  WS-ROW-OT-STRAIGHT            PIC S9(7)V99.
           05  WS-ROW-OT-PREMIUM             PIC S9(7)V99.
           05  WS-ROW-SHIFT-DIFF             PIC S9(7)V99.
           05  WS-ROW-LEAVE                  PIC S9(7)V99.
      *
       01  WS-RATE-TABLE.
           05  WS-RT-COUNT                   PIC 9(3)   COMP.
           05  WS-RT-SUB                     PIC 9(3)   COMP.
           05  WS-RT-FOUND                   PIC 9(3)   COMP.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               10  WS-RT-STATE               PIC X(2).
               10  WS-RT-CLASS               PIC X(4).
               10  WS-RT-RATE                PIC 9(3)V9(4).
               10  WS-RT-DESCRIPTION         PIC X(25).
      *
       01  WS-CLASS-TABLE.
           05  WS-CL-COUNT                   PIC 9(3)   COMP.
           05  WS-CL-SUB                     PIC 9(3)   COMP.
           05  WS-CL-FOUND                   PIC 9(3)   COMP.
           05  WS-CL-ENTRY OCCURS 200 TIMES.
               10  WS-CL-STATE               PIC X(2).
               10  WS-CL-CLASS               PIC X(4).
               10  WS-CL-LAST-SSN            PIC X(9).
               10  WS-CL-HEADCOUNT           PIC 9(5).
               10  WS-CL-HOURS               PIC S9(7)V99.
               10  WS-CL-STRAIGHT            PIC S9(9)V99.
               10  WS-CL-OT-PREMIUM          PIC S9(9)V99.
               10  WS-CL-SHIFT-DIFF          PIC S9(9)V99.
               10  WS-CL-LEAVE               PIC S9(9)V99.
               10  WS-CL-PAYROLL             PIC S9(9)V99.
               10  WS-CL-RATE                PIC 9(3)V9(4).
               10  WS-CL-PREMIUM             PIC S9(9)V99.
      *
       01  WS-TOTALS.
           05  WS-TOTAL-STATE                PIC X(2).
           05  WS-ST-HEADCOUNT               PIC 9(5).
           05  WS-ST-HOURS                   PIC S9(7)V99.
           05  WS-ST-STRAIGHT                PIC S9(9)V99.
           05  WS-ST-OT-PREMIUM              PIC S9(9)V99.
           05  WS-ST-SHIFT-DIFF              PIC S9(9)V99.
           05  WS-ST-LEAVE                   PIC S9(9)V99.
           05  WS-ST-PAYROLL                 PIC S9(9)V99.
           05  WS-ST-PREMIUM                 PIC S9(9)V99.
           05  WS-ALL-HEADCOUNT              PIC 9(5).
           05  WS-ALL-HOURS                  PIC S9(7)V99.
           05  WS-ALL-STRAIGHT               PIC S9(9)V99.
           05  WS-ALL-OT-PREMIUM             PIC S9(9)V99.
           05  WS-ALL-SHIFT-DIFF             PIC S9(9)V99.
           05  WS-ALL-LEAVE                  PIC S9(9)V99.
           05  WS-ALL-PAYROLL                PIC S9(9)V99.
           05  WS-ALL-PREMIUM                PIC S9(9)V99.
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
       01  CX-HEADER-RECORD.
           05  CX-HD-RECORD-TYPE             PIC X(1) VALUE "H".
           05  CX-HD-POLICY-NUMBER           PIC X(15).
           05  CX-HD-BEGIN-DATE              PIC 9(6).
           05  CX-HD-END-DATE                PIC 9(6).
           05  CX-HD-CREATION-DATE           PIC 9(6).
           05  CX-HD-COMPANY-NAME            PIC X(23) VALUE
               "WSC PAYROLL COMPANY".
           05  FILLER                        PIC X(23) VALUE SPACES.
      *
       01  CX-DETAIL-RECORD.
           05  CX-DT-RECORD-TYPE             PIC X(1) VALUE "D".
           05  CX-DT-POLICY-NUMBER           PIC X(15).
           05  CX-DT-STATE                   PIC X(2).
           05  CX-DT-CLASS                   PIC X(4).
           05  CX-DT-HEADCOUNT               PIC 9(5).
           05  CX-DT-HOURS                   PIC 9(7)V99.
           05  CX-DT-PAYROLL                 PIC 9(9)V99.
           05  CX-DT-OT-PREMIUM              PIC 9(7)V99.
           05  CX-DT-RATE                    PIC 9(3)V9(4).
           05  CX-DT-PREMIUM                 PIC 9(7)V99.
           05  FILLER                        PIC X(8) VALUE SPACES.
      *
       01  CX-TRAILER-RECORD.
           05  CX-TR-RECORD-TYPE             PIC X(1) VALUE "T".
           05  CX-TR-DETAIL-COUNT            PIC 9(5).
           05  CX-TR-TOTAL-PAYROLL           PIC 9(11)V99.
           05  CX-TR-TOTAL-PREMIUM           PIC 9(9)V99.
           05  FILLER                        PIC X(50) VALUE SPACES.
      *
       01  WS-HEADINGS-1.
           05  WS-DATE-1.
               10  WS-MONTH                  PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-DAY                    PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-YEAR                   PIC 9(2).
           05  FILLER                        PIC X(28) VALUE SPACES.
           05  FILLER  PIC X(24) VALUE "W O R K E R S   C O M P".
           05  FILLER  PIC X(18) VALUE "P R E M I U M".
           05  FILLER                        PIC X(32) VALUE SPACES.
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
       01  WS-HEADINGS-3.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "CHECK DATES:".
           05  WS-BEGIN-DATE-OUT             PIC X(8).
           05  FILLER                        PIC X(4) VALUE " TO ".
           05  WS-END-DATE-OUT               PIC X(8).
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "POLICY:".
           05  WS-POLICY-OUT                 PIC X(15).
           05  FILLER                        PIC X(70) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(2) VALUE "ST".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "CLASS".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "DESCRIPTION".
           05  FILLER                        PIC X(8) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "HEADS".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "HOURS".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "STRAIGHT TIME".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "OT PREM EXC".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               " SHIFT DIFF".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               " LEAVE PAY".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "   WC PAYROLL".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "    RATE".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "    PREMIUM".
           05  FILLER                        PIC X(1) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-STATE-OUT                  PIC X(2).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CLASS-OUT                  PIC X(4).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DESCRIPTION-OUT            PIC X(18).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-HEADCOUNT-OUT              PIC ZZZZ9.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-HOURS-OUT                  PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-STRAIGHT-OUT               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-OT-PREMIUM-OUT             PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SHIFT-DIFF-OUT             PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LEAVE-OUT                  PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-PAYROLL-OUT                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-RATE-OUT                   PIC ZZ9.9999.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-PREMIUM-OUT                PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
      *
       01  WS-CONTROL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               "HISTORY READ:".
           05  WS-CT-READ-OUT                PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "SELECTED:".
           05  WS-CT-SELECTED-OUT            PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               "UNCLASSIFIED:".
           05  WS-CT-UNCLASSIFIED-OUT        PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(22) VALUE
               "CLASSES WITH NO RATE:".
           05  WS-CT-NO-RATE-OUT             PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               "CARRIER RECORDS:".
           05  WS-CT-EXTRACT-OUT             PIC ZZ,ZZ9.
           05  FILLER                        PIC X(4) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT WC-PARM-FILE-IN
               INPUT WC-RATE-FILE-IN
               INPUT PAY-HISTORY-FILE
               INPUT EMPLOYEE-MASTER-FILE
               OUTPUT CARRIER-EXTRACT-OUT
               OUTPUT WC-REPORT-OUT.
           PERFORM B10-INIT-PARA.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
           END-READ.
           PERFORM B20-PROCESS-PARA THRU B20-PROCESS-PARA-EXIT
               UNTIL WS-EOF-SWITCH = "YES".
           PERFORM B30-REPORT-PARA.
           PERFORM B40-TOTAL-PARA.
           CLOSE WC-PARM-FILE-IN
               WC-RATE-FILE-IN
               PAY-HISTORY-FILE
               EMPLOYEE-MASTER-FILE
               CARRIER-EXTRACT-OUT
               WC-REPORT-OUT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "NO" TO WS-EOF-SWITCH
                        WS-RATE-EOF-SWITCH.
           MOVE ZERO TO WS-RT-COUNT
                        WS-CL-COUNT.
           MOVE ZEROS TO WS-LINES-IN-USE
                         WS-PAGE-COUNTER
                         WS-HISTORY-READ
                         WS-HISTORY-SELECTED
                         WS-UNCLASSIFIED-COUNT
                         WS-NO-RATE-COUNT
                         WS-EXTRACT-COUNT
                         WS-ALL-HEADCOUNT
                         WS-ALL-HOURS
                         WS-ALL-STRAIGHT
                         WS-ALL-OT-PREMIUM
                         WS-ALL-SHIFT-DIFF
                         WS-ALL-LEAVE
                         WS-ALL-PAYROLL
                         WS-ALL-PREMIUM.
           MOVE SPACES TO WS-LAST-SSN
                          WS-LAST-CLASS.
           ACCEPT WS-DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH-IN TO WS-MONTH.
           MOVE WS-DAY-IN TO WS-DAY.
           MOVE WS-YEAR-IN TO WS-YEAR.

           READ WC-PARM-FILE-IN
               AT END
                   DISPLAY "PROG15 ABEND - WCPRM PARAMETER MISSING"
                   PERFORM E10-ABORT-PARA
           END-READ.
           IF WP-BEGIN-DATE-IN NOT NUMERIC OR
                   WP-END-DATE-IN NOT NUMERIC OR
                   WP-BEGIN-DATE-IN > WP-END-DATE-IN
               DISPLAY "PROG15 ABEND - INVALID DATE RANGE ON WCPRM"
               PERFORM E10-ABORT-PARA
           END-IF.
           MOVE WP-BEGIN-DATE-IN TO WS-BEGIN-DATE.
           MOVE WP-END-DATE-IN TO WS-END-DATE.
           MOVE WP-POLICY-NUMBER-IN TO WS-POLICY-NUMBER.

           PERFORM B12-RATE-LOAD-PARA THRU B12-RATE-LOAD-PARA-EXIT
               UNTIL WS-RATE-EOF-SWITCH = "YES".

           MOVE WS-BEGIN-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-BEGIN-DATE-OUT.
           MOVE WS-END-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-END-DATE-OUT.
           MOVE WS-POLICY-NUMBER TO WS-POLICY-OUT.

           MOVE WS-POLICY-NUMBER TO CX-HD-POLICY-NUMBER.
           MOVE WS-BEGIN-DATE TO CX-HD-BEGIN-DATE.
           MOVE WS-END-DATE TO CX-HD-END-DATE.
           MOVE WS-DATE-ACCEPT TO CX-HD-CREATION-DATE.
           WRITE CX-CARRIER-RECORD-OUT FROM CX-HEADER-RECORD.
      *
      *
       B12-RATE-LOAD-PARA.
           READ WC-RATE-FILE-IN
               AT END
                   MOVE "YES" TO WS-RATE-EOF-SWITCH
                   GO TO B12-RATE-LOAD-PARA-EXIT
           END-READ.
           IF WR-CLASS-IN NOT NUMERIC OR WR-RATE-IN NOT NUMERIC
               DISPLAY "PROG15 - INVALID WCRATE RECORD "
                   WR-STATE-IN " " WR-CLASS-IN " - IGNORED"
               GO TO B12-RATE-LOAD-PARA-EXIT
           END-IF.
           IF WS-RT-COUNT >= 200
               DISPLAY "PROG15 ABEND - WC RATE TABLE FULL"
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO WS-RT-COUNT.
           MOVE WR-STATE-IN TO WS-RT-STATE (WS-RT-COUNT).
           MOVE WR-CLASS-IN TO WS-RT-CLASS (WS-RT-COUNT).
           MOVE WR-RATE-IN TO WS-RT-RATE (WS-RT-COUNT).
           MOVE WR-DESCRIPTION-IN TO WS-RT-DESCRIPTION (WS-RT-COUNT).
      *
       B12-RATE-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B20-PROCESS-PARA.
           ADD 1 TO WS-HISTORY-READ.
           IF HS-CHECK-DATE NOT NUMERIC OR
                   HS-CHECK-DATE < WS-BEGIN-DATE OR
                   HS-CHECK-DATE > WS-END-DATE
               GO TO B20-READ-PARA
           END-IF.
           ADD 1 TO WS-HISTORY-SELECTED.

           MOVE HS-WORK-STATE TO WS-ROW-STATE.
           IF WS-ROW-STATE = SPACES
               MOVE "**" TO WS-ROW-STATE
           END-IF.
           PERFORM C20-CLASS-RESOLVE-PARA.

           COMPUTE WS-ROW-HOURS = HS-REGULAR-HOURS + HS-OVERTIME-HOURS.
           COMPUTE WS-ROW-OT-STRAIGHT ROUNDED =
               HS-OVERTIME-EARNINGS / 1.5.
           COMPUTE WS-ROW-OT-PREMIUM =
               HS-OVERTIME-EARNINGS - WS-ROW-OT-STRAIGHT.
           COMPUTE WS-ROW-STRAIGHT =
               HS-REGULAR-EARNINGS + WS-ROW-OT-STRAIGHT.
           MOVE HS-SHIFT-DIFF TO WS-ROW-SHIFT-DIFF.
           MOVE HS-LEAVE-EARNINGS TO WS-ROW-LEAVE.
           IF HS-PAY-TYPE = "V"
               COMPUTE WS-ROW-HOURS = WS-ROW-HOURS * -1
               COMPUTE WS-ROW-STRAIGHT = WS-ROW-STRAIGHT * -1
               COMPUTE WS-ROW-OT-PREMIUM = WS-ROW-OT-PREMIUM * -1
               COMPUTE WS-ROW-SHIFT-DIFF = WS-ROW-SHIFT-DIFF * -1
               COMPUTE WS-ROW-LEAVE = WS-ROW-LEAVE * -1
           END-IF.

           PERFORM C30-CLASS-FIND-PARA THRU C30-CLASS-FIND-PARA-EXIT.
           IF WS-CL-LAST-SSN (WS-CL-FOUND) NOT = HS-SSN AND
                   HS-PAY-TYPE NOT = "V"
               ADD 1 TO WS-CL-HEADCOUNT (WS-CL-FOUND)
               MOVE HS-SSN TO WS-CL-LAST-SSN (WS-CL-FOUND)
           END-IF.
           ADD WS-ROW-HOURS TO WS-CL-HOURS (WS-CL-FOUND).
           ADD WS-ROW-STRAIGHT TO WS-CL-STRAIGHT (WS-CL-FOUND).
           ADD WS-ROW-OT-PREMIUM TO WS-CL-OT-PREMIUM (WS-CL-FOUND).
           ADD WS-ROW-SHIFT-DIFF TO WS-CL-SHIFT-DIFF (WS-CL-FOUND).
           ADD WS-ROW-LEAVE TO WS-CL-LEAVE (WS-CL-FOUND).
      *
       B20-READ-PARA.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
           END-READ.
      *
       B20-PROCESS-PARA-EXIT.
           EXIT.
      *
      *
       B30-REPORT-PARA.
           PERFORM C10-HEADINGS-PARA.
           MOVE SPACES TO WS-TOTAL-STATE.
           PERFORM B32-CLASS-LINE-PARA
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-COUNT.
           IF WS-TOTAL-STATE NOT = SPACES
               PERFORM C50-STATE-TOTAL-PARA
           END-IF.
      *
      *
       B32-CLASS-LINE-PARA.
           IF WS-CL-STATE (WS-CL-SUB) NOT = WS-TOTAL-STATE
               IF WS-TOTAL-STATE NOT = SPACES
                   PERFORM C50-STATE-TOTAL-PARA
               END-IF
               MOVE WS-CL-STATE (WS-CL-SUB) TO WS-TOTAL-STATE
               MOVE ZEROS TO WS-ST-HEADCOUNT
                             WS-ST-HOURS
                             WS-ST-STRAIGHT
                             WS-ST-OT-PREMIUM
                             WS-ST-SHIFT-DIFF
                             WS-ST-LEAVE
                             WS-ST-PAYROLL
                             WS-ST-PREMIUM
           END-IF.

           COMPUTE WS-CL-PAYROLL (WS-CL-SUB) =
               WS-CL-STRAIGHT (WS-CL-SUB)
               + WS-CL-SHIFT-DIFF (WS-CL-SUB)
               + WS-CL-LEAVE (WS-CL-SUB).
           MOVE ZERO TO WS-RT-FOUND.
           PERFORM C40-RATE-SCAN-PARA
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-RT-FOUND > ZERO
               MOVE WS-RT-RATE (WS-RT-FOUND) TO WS-CL-RATE (WS-CL-SUB)
               MOVE WS-RT-DESCRIPTION (WS-RT-FOUND)
                   TO WS-DESCRIPTION-OUT
               COMPUTE WS-CL-PREMIUM (WS-CL-SUB) ROUNDED =
                   WS-CL-PAYROLL (WS-CL-SUB) * WS-CL-RATE (WS-CL-SUB)
                       / 100
           ELSE
               MOVE ZERO TO WS-CL-RATE (WS-CL-SUB)
                            WS-CL-PREMIUM (WS-CL-SUB)
               ADD 1 TO WS-NO-RATE-COUNT
               IF WS-CL-CLASS (WS-CL-SUB) = "****"
                   MOVE "*** UNCLASSIFIED" TO WS-DESCRIPTION-OUT
               ELSE
                   MOVE "*** NO RATE" TO WS-DESCRIPTION-OUT
               END-IF
           END-IF.

           MOVE WS-CL-STATE (WS-CL-SUB) TO WS-STATE-OUT.
           MOVE WS-CL-CLASS (WS-CL-SUB) TO WS-CLASS-OUT.
           MOVE WS-CL-HEADCOUNT (WS-CL-SUB) TO WS-HEADCOUNT-OUT.
           MOVE WS-CL-HOURS (WS-CL-SUB) TO WS-HOURS-OUT.
           MOVE WS-CL-STRAIGHT (WS-CL-SUB) TO WS-STRAIGHT-OUT.
           MOVE WS-CL-OT-PREMIUM (WS-CL-SUB) TO WS-OT-PREMIUM-OUT.
           MOVE WS-CL-SHIFT-DIFF (WS-CL-SUB) TO WS-SHIFT-DIFF-OUT.
           MOVE WS-CL-LEAVE (WS-CL-SUB) TO WS-LEAVE-OUT.
           MOVE WS-CL-PAYROLL (WS-CL-SUB) TO WS-PAYROLL-OUT.
           MOVE WS-CL-RATE (WS-CL-SUB) TO WS-RATE-OUT.
           MOVE WS-CL-PREMIUM (WS-CL-SUB) TO WS-PREMIUM-OUT.
           MOVE 1 TO WS-SPACING.
           PERFORM C60-PRINT-PARA.

           ADD WS-CL-HEADCOUNT (WS-CL-SUB) TO WS-ST-HEADCOUNT.
           ADD WS-CL-HOURS (WS-CL-SUB) TO WS-ST-HOURS.
           ADD WS-CL-STRAIGHT (WS-CL-SUB) TO WS-ST-STRAIGHT.
           ADD WS-CL-OT-PREMIUM (WS-CL-SUB) TO WS-ST-OT-PREMIUM.
           ADD WS-CL-SHIFT-DIFF (WS-CL-SUB) TO WS-ST-SHIFT-DIFF.
           ADD WS-CL-LEAVE (WS-CL-SUB) TO WS-ST-LEAVE.
           ADD WS-CL-PAYROLL (WS-CL-SUB) TO WS-ST-PAYROLL.
           ADD WS-CL-PREMIUM (WS-CL-SUB) TO WS-ST-PREMIUM.

           MOVE WS-POLICY-NUMBER TO CX-DT-POLICY-NUMBER.
           MOVE WS-CL-STATE (WS-CL-SUB) TO CX-DT-STATE.
           MOVE WS-CL-CLASS (WS-CL-SUB) TO CX-DT-CLASS.
           MOVE WS-CL-HEADCOUNT (WS-CL-SUB) TO CX-DT-HEADCOUNT.
           MOVE WS-CL-HOURS (WS-CL-SUB) TO CX-DT-HOURS.
           MOVE WS-CL-PAYROLL (WS-CL-SUB) TO CX-DT-PAYROLL.
           MOVE WS-CL-OT-PREMIUM (WS-CL-SUB) TO CX-DT-OT-PREMIUM.
           MOVE WS-CL-RATE (WS-CL-SUB) TO CX-DT-RATE.
           MOVE WS-CL-PREMIUM (WS-CL-SUB) TO CX-DT-PREMIUM.
           WRITE CX-CARRIER-RECORD-OUT FROM CX-DETAIL-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
      *
      *
       B40-TOTAL-PARA.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "ALL STATES/CLASSES" TO WS-DESCRIPTION-OUT.
           MOVE WS-ALL-HEADCOUNT TO WS-HEADCOUNT-OUT.
           MOVE WS-ALL-HOURS TO WS-HOURS-OUT.
           MOVE WS-ALL-STRAIGHT TO WS-STRAIGHT-OUT.
           MOVE WS-ALL-OT-PREMIUM TO WS-OT-PREMIUM-OUT.
           MOVE WS-ALL-SHIFT-DIFF TO WS-SHIFT-DIFF-OUT.
           MOVE WS-ALL-LEAVE TO WS-LEAVE-OUT.
           MOVE WS-ALL-PAYROLL TO WS-PAYROLL-OUT.
           MOVE WS-ALL-PREMIUM TO WS-PREMIUM-OUT.
           WRITE WC-WC-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE WS-HISTORY-READ TO WS-CT-READ-OUT.
           MOVE WS-HISTORY-SELECTED TO WS-CT-SELECTED-OUT.
           MOVE WS-UNCLASSIFIED-COUNT TO WS-CT-UNCLASSIFIED-OUT.
           MOVE WS-NO-RATE-COUNT TO WS-CT-NO-RATE-OUT.
           MOVE WS-EXTRACT-COUNT TO WS-CT-EXTRACT-OUT.
           WRITE WC-WC-REPORT-OUT FROM WS-CONTROL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-EXTRACT-COUNT TO CX-TR-DETAIL-COUNT.
           MOVE WS-ALL-PAYROLL TO CX-TR-TOTAL-PAYROLL.
           MOVE WS-ALL-PREMIUM TO CX-TR-TOTAL-PREMIUM.
           WRITE CX-CARRIER-RECORD-OUT FROM CX-TRAILER-RECORD.
      *
      *
       C10-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-COUNTER.
           MOVE WS-PAGE-COUNTER TO WS-PAGE-OUT.
           WRITE WC-WC-REPORT-OUT FROM WS-HEADINGS-1
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-SPACING.
           WRITE WC-WC-REPORT-OUT FROM WS-HEADINGS-2
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           MOVE 2 TO WS-SPACING.
           WRITE WC-WC-REPORT-OUT FROM WS-HEADINGS-3
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           WRITE WC-WC-REPORT-OUT FROM COLUMN-HEADINGS-1
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
      *
      *
       C20-CLASS-RESOLVE-PARA.
           IF HS-WC-CLASS NUMERIC
               MOVE HS-WC-CLASS TO WS-ROW-CLASS
           ELSE IF HS-SSN = WS-LAST-SSN
                   MOVE WS-LAST-CLASS TO WS-ROW-CLASS
               ELSE
                   MOVE HS-SSN TO EM-SSN
                   MOVE "YES" TO WS-EM-FOUND-SWITCH
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE "NO" TO WS-EM-FOUND-SWITCH
                   END-READ
                   IF WS-EM-FOUND-SWITCH = "YES" AND
                           EM-WC-CLASS NUMERIC
                       MOVE EM-WC-CLASS TO WS-ROW-CLASS
                   ELSE
                       MOVE "****" TO WS-ROW-CLASS
                   END-IF
                   MOVE HS-SSN TO WS-LAST-SSN
                   MOVE WS-ROW-CLASS TO WS-LAST-CLASS
           END-IF.
           IF WS-ROW-CLASS = "****"
               ADD 1 TO WS-UNCLASSIFIED-COUNT
           END-IF.
      *
      *
       C30-CLASS-FIND-PARA.
           MOVE ZERO TO WS-CL-FOUND.
           PERFORM C32-CLASS-SCAN-PARA
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-COUNT
                   OR WS-CL-FOUND > ZERO.
           IF WS-CL-FOUND > ZERO
               IF WS-CL-STATE (WS-CL-FOUND) = WS-ROW-STATE AND
                       WS-CL-CLASS (WS-CL-FOUND) = WS-ROW-CLASS
                   GO TO C30-CLASS-FIND-PARA-EXIT
               END-IF
           ELSE
               COMPUTE WS-CL-FOUND = WS-CL-COUNT + 1
           END-IF.
           IF WS-CL-COUNT >= 200
               DISPLAY "PROG15 ABEND - WC CLASS TABLE FULL"
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO WS-CL-COUNT.
           PERFORM C34-CLASS-SHIFT-PARA
               VARYING WS-CL-SUB FROM WS-CL-COUNT BY -1
               UNTIL WS-CL-SUB <= WS-CL-FOUND.
           MOVE WS-ROW-STATE TO WS-CL-STATE (WS-CL-FOUND).
           MOVE WS-ROW-CLASS TO WS-CL-CLASS (WS-CL-FOUND).
           MOVE SPACES TO WS-CL-LAST-SSN (WS-CL-FOUND).
           MOVE ZEROS TO WS-CL-HEADCOUNT (WS-CL-FOUND)
                         WS-CL-HOURS (WS-CL-FOUND)
                         WS-CL-STRAIGHT (WS-CL-FOUND)
                         WS-CL-OT-PREMIUM (WS-CL-FOUND)
                         WS-CL-SHIFT-DIFF (WS-CL-FOUND)
                         WS-CL-LEAVE (WS-CL-FOUND)
                         WS-CL-PAYROLL (WS-CL-FOUND)
                         WS-CL-RATE (WS-CL-FOUND)
                         WS-CL-PREMIUM (WS-CL-FOUND).
      *
       C30-CLASS-FIND-PARA-EXIT.
           EXIT.
      *
      *
       C32-CLASS-SCAN-PARA.
           IF WS-CL-STATE (WS-CL-SUB) > WS-ROW-STATE OR
                   (WS-CL-STATE (WS-CL-SUB) = WS-ROW-STATE AND
                    WS-CL-CLASS (WS-CL-SUB) >= WS-ROW-CLASS)
               MOVE WS-CL-SUB TO WS-CL-FOUND
           END-IF.
      *
      *
       C34-CLASS-SHIFT-PARA.
           MOVE WS-CL-ENTRY (WS-CL-SUB - 1) TO WS-CL-ENTRY (WS-CL-SUB).
      *
      *
       C40-RATE-SCAN-PARA.
           IF WS-RT-STATE (WS-RT-SUB) = WS-CL-STATE (WS-CL-SUB) AND
                   WS-RT-CLASS (WS-RT-SUB) = WS-CL-CLASS (WS-CL-SUB)
               MOVE WS-RT-SUB TO WS-RT-FOUND
           END-IF.
      *
      *
       C50-STATE-TOTAL-PARA.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-TOTAL-STATE TO WS-STATE-OUT.
           MOVE "STATE TOTAL" TO WS-DESCRIPTION-OUT.
           MOVE WS-ST-HEADCOUNT TO WS-HEADCOUNT-OUT.
           MOVE WS-ST-HOURS TO WS-HOURS-OUT.
           MOVE WS-ST-STRAIGHT TO WS-STRAIGHT-OUT.
           MOVE WS-ST-OT-PREMIUM TO WS-OT-PREMIUM-OUT.
           MOVE WS-ST-SHIFT-DIFF TO WS-SHIFT-DIFF-OUT.
           MOVE WS-ST-LEAVE TO WS-LEAVE-OUT.
           MOVE WS-ST-PAYROLL TO WS-PAYROLL-OUT.
           MOVE WS-ST-PREMIUM TO WS-PREMIUM-OUT.
           MOVE 2 TO WS-SPACING.
           PERFORM C60-PRINT-PARA.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 1 TO WS-SPACING.
           PERFORM C60-PRINT-PARA.

           ADD WS-ST-HEADCOUNT TO WS-ALL-HEADCOUNT.
           ADD WS-ST-HOURS TO WS-ALL-HOURS.
           ADD WS-ST-STRAIGHT TO WS-ALL-STRAIGHT.
           ADD WS-ST-OT-PREMIUM TO WS-ALL-OT-PREMIUM.
           ADD WS-ST-SHIFT-DIFF TO WS-ALL-SHIFT-DIFF.
           ADD WS-ST-LEAVE TO WS-ALL-LEAVE.
           ADD WS-ST-PAYROLL TO WS-ALL-PAYROLL.
           ADD WS-ST-PREMIUM TO WS-ALL-PREMIUM.
      *
      *
       C60-PRINT-PARA.
           WRITE WC-WC-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           IF WS-LINES-IN-USE >= 60
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
      *
       D50-FORMAT-DATE-PARA.
           MOVE WS-WORK-MM TO WS-DE-MONTH.
           MOVE WS-WORK-DD TO WS-DE-DAY.
           MOVE WS-WORK-YY TO WS-DE-YEAR.
      *
      *
       E10-ABORT-PARA.
           CLOSE WC-PARM-FILE-IN
               WC-RATE-FILE-IN
               PAY-HISTORY-FILE
               EMPLOYEE-MASTER-FILE
               CARRIER-EXTRACT-OUT
               WC-REPORT-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
