       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROG12.
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
           SELECT RATE-HISTORY-FILE
               ASSIGN TO RATEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RATE-KEY.
           SELECT PAY-CALENDAR-FILE
               ASSIGN TO PAYCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-END-DATE.
           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-HISTORY-KEY.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN.
           SELECT OPTIONAL RETRO-PARM-FILE-IN
               ASSIGN TO RETROPRM.
           SELECT RETRO-EARNINGS-OUT
               ASSIGN TO PROG12RET.
           SELECT RETRO-WORKSHEET-OUT
               ASSIGN TO PROG12-OUT.
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  RATE-HISTORY-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS RH-RATE-HISTORY-RECORD.
      *
       01  RH-RATE-HISTORY-RECORD.
           05  RH-RATE-KEY.
               10  RH-SSN                    PIC X(9).
               10  RH-EFFECTIVE-DATE         PIC 9(6).
           05  RH-RATE                       PIC 99V99.
           05  RH-PRIOR-RATE                 PIC 99V99.
           05  RH-ENTRY-DATE                 PIC 9(6).
           05  RH-RETRO-STATUS               PIC X(1).
           05  RH-RETRO-DATE                 PIC 9(6).
           05  FILLER                        PIC X(14).
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
       FD  RETRO-PARM-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RP-RETRO-PARM-RECORD-IN.
      *
       01  RP-RETRO-PARM-RECORD-IN.
           05  RP-RUN-MODE-IN                PIC X(1).
           05  FILLER                        PIC X(79).
      *
       FD  RETRO-EARNINGS-OUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RO-RETRO-EARNINGS-OUT.
      *
       01  RO-RETRO-EARNINGS-OUT.
           05  RO-TRAN-TYPE-OUT              PIC X(1).
           05  RO-SSN-OUT                    PIC X(9).
           05  RO-GROSS-AMOUNT-OUT           PIC 9(5)V99.
           05  RO-PTO-PAYOUT-OUT             PIC X(1).
           05  RO-CHECK-DATE-OUT             PIC 9(6).
           05  RO-CHECK-NUMBER-OUT           PIC 9(8).
           05  RO-FED-TAX-OUT                PIC 9(4)V99.
           05  RO-STATE-TAX-OUT              PIC 9(4)V99.
           05  RO-NET-AMOUNT-OUT             PIC 9(5)V99.
           05  FILLER                        PIC X(29).
      *
       FD  RETRO-WORKSHEET-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RW-RETRO-WORKSHEET-OUT.
      *
       01  RW-RETRO-WORKSHEET-OUT            PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                 PIC X(3).
           05  WS-CAL-EOF-SWITCH             PIC X(3).
           05  WS-HS-MISSING-SWITCH          PIC X(3).
           05  WS-UPDATE-SWITCH              PIC X(3).
           05  WS-PENDING-SWITCH             PIC X(3).
      *
       01  WS-RATE-TABLE.
           05  WS-CURRENT-SSN                PIC X(9).
           05  WS-NEXT-KEY                   PIC X(15).
           05  WS-RT-COUNT                   PIC 9(2)   COMP.
           05  WS-RT-SUB                     PIC 9(2)   COMP.
           05  WS-RT-ENTRY OCCURS 50 TIMES.
               10  WS-RT-EFFECTIVE-DATE      PIC 9(6).
               10  WS-RT-RATE                PIC 99V99.
               10  WS-RT-STATUS              PIC X(1).
               10  WS-RT-MARK                PIC X(1).
      *
       01  WS-RETRO-FIELDS.
           05  WS-RF-FROM-DATE               PIC 9(6).
           05  WS-RF-TO-DATE                 PIC 9(6).
           05  WS-RF-OLD-RATE                PIC 99V99.
           05  WS-RF-NEW-RATE                PIC 99V99.
           05  WS-RF-PRIOR-RETRO-RATE        PIC 99V99.
           05  WS-RF-PAID-RATE               PIC 99V99.
           05  WS-RF-RATE-DIFF               PIC S99V99.
           05  WS-RF-SHIFT-PCT               PIC V999.
           05  WS-RF-REG-DIFF                PIC S9(5)V99.
           05  WS-RF-OT-DIFF                 PIC S9(5)V99.
           05  WS-RF-SHIFT-DIFF              PIC S9(5)V99.
           05  WS-RF-LINE-TOTAL              PIC S9(5)V99.
           05  WS-RF-PAY-TYPE                PIC X(1).
           05  WS-RF-HS-SEQ                  PIC 9(3)   COMP.
      *
       01  WS-CONTROL-TOTALS.
           05  WS-CHANGE-COUNT               PIC 9(5).
           05  WS-EMPLOYEE-COUNT             PIC 9(5).
           05  WS-EMP-REG-DIFF               PIC S9(5)V99.
           05  WS-EMP-OT-DIFF                PIC S9(5)V99.
           05  WS-EMP-SHIFT-DIFF             PIC S9(5)V99.
           05  WS-EMP-RETRO-TOTAL            PIC S9(5)V99.
           05  WS-ALL-REG-DIFF               PIC S9(7)V99.
           05  WS-ALL-OT-DIFF                PIC S9(7)V99.
           05  WS-ALL-SHIFT-DIFF             PIC S9(7)V99.
           05  WS-ALL-RETRO-TOTAL            PIC S9(7)V99.
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
       01  WS-RUN-DATE                       PIC 9(6).
      *
       01  WS-DATE-CHECK                     PIC 9(6).
       01  WS-DATE-CHECKS REDEFINES WS-DATE-CHECK.
           05  WS-DC-YY                      PIC 9(2).
           05  WS-DC-MM                      PIC 9(2).
           05  WS-DC-DD                      PIC 9(2).
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
           05  FILLER                        PIC X(32) VALUE SPACES.
           05  FILLER  PIC X(20) VALUE "R E T R O   P A Y".
           05  FILLER  PIC X(17) VALUE "W O R K S H E E T".
           05  FILLER                        PIC X(31) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "PAGE".
           05  WS-PAGE-OUT                   PIC Z9.
           05  FILLER                        PIC X(18) VALUE SPACES.
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
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "PERIOD".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "CHECK".
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "PAY".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "PAID".
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "NEW".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE " REGULAR".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "OVERTIME".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "   REGULAR".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "  OVERTIME".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "     SHIFT".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "     TOTAL".
           05  FILLER                        PIC X(15) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-2.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "END".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "DATE".
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "TYP".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "RATE".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "RATE".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "   HOURS".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "   HOURS".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "      DIFF".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "      DIFF".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "      DIFF".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "     RETRO".
           05  FILLER                        PIC X(15) VALUE SPACES.
      *
       01  WS-CHANGE-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-CL-SSN-OUT.
               10  WS-CL-SSN-THREE-OUT       PIC X(3).
               10  WS-CL-HYPHEN1-OUT         PIC X(1).
               10  WS-CL-SSN-TWO-OUT         PIC X(2).
               10  WS-CL-HYPHEN2-OUT         PIC X(1).
               10  WS-CL-SSN-FOUR-OUT        PIC X(4).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CL-NAME-OUT                PIC X(18).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(22) VALUE
               "RATE CHANGE EFFECTIVE ".
           05  WS-CL-EFFECTIVE-OUT           PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "OLD RATE ".
           05  WS-CL-OLD-RATE-OUT            PIC Z9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "NEW RATE ".
           05  WS-CL-NEW-RATE-OUT            PIC Z9.99.
           05  FILLER                        PIC X(33) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-DL-PERIOD-END-OUT          PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DL-CHECK-DATE-OUT          PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-PAY-TYPE-OUT            PIC X(1).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-PAID-RATE-OUT           PIC Z9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-NEW-RATE-OUT            PIC Z9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-REG-HOURS-OUT           PIC Z,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-OT-HOURS-OUT            PIC Z,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-REG-DIFF-OUT            PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-OT-DIFF-OUT             PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-SHIFT-DIFF-OUT          PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-TOTAL-OUT               PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(15) VALUE SPACES.
      *
       01  WS-EMP-TOTAL-LINE.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
               "EMPLOYEE RETRO TOTAL".
           05  FILLER                        PIC X(43) VALUE SPACES.
           05  WS-ET-REG-DIFF-OUT            PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ET-OT-DIFF-OUT             PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ET-SHIFT-DIFF-OUT          PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-ET-TOTAL-OUT               PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ET-MESSAGE-OUT             PIC X(13).
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
               "GRAND TOTAL".
           05  FILLER                        PIC X(42) VALUE SPACES.
           05  WS-GT-REG-DIFF-OUT            PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-GT-OT-DIFF-OUT             PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-GT-SHIFT-DIFF-OUT          PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-GT-TOTAL-OUT               PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(15) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(23) VALUE
               "RATE CHANGES PROCESSED:".
           05  WS-CN-CHANGE-COUNT-OUT        PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
               "EMPLOYEES DUE RETRO:".
           05  WS-CN-EMPLOYEE-COUNT-OUT      PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-CN-MODE-OUT                PIC X(40).
           05  FILLER                        PIC X(30) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           PERFORM B12-RETRO-PARM-PARA.
           OPEN I-O RATE-HISTORY-FILE
               INPUT PAY-CALENDAR-FILE
               INPUT PAY-HISTORY-FILE
               INPUT EMPLOYEE-MASTER-FILE
               OUTPUT RETRO-EARNINGS-OUT
               OUTPUT RETRO-WORKSHEET-OUT.
           PERFORM B10-INIT-PARA.
           PERFORM B20-EMPLOYEE-PARA THRU B20-EMPLOYEE-PARA-EXIT
               UNTIL WS-EOF-SWITCH = "YES".
           PERFORM B30-TOTAL-PARA.
           CLOSE RATE-HISTORY-FILE
               PAY-CALENDAR-FILE
               PAY-HISTORY-FILE
               EMPLOYEE-MASTER-FILE
               RETRO-EARNINGS-OUT
               RETRO-WORKSHEET-OUT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "NO" TO WS-EOF-SWITCH.
           MOVE ZEROS TO WS-LINES-IN-USE
                         WS-PAGE-COUNTER
                         WS-CHANGE-COUNT
                         WS-EMPLOYEE-COUNT
                         WS-ALL-REG-DIFF
                         WS-ALL-OT-DIFF
                         WS-ALL-SHIFT-DIFF
                         WS-ALL-RETRO-TOTAL.
           ACCEPT WS-DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH-IN TO WS-MONTH.
           MOVE WS-DAY-IN TO WS-DAY.
           MOVE WS-YEAR-IN TO WS-YEAR.
           MOVE WS-DATE-ACCEPT TO WS-RUN-DATE.
           PERFORM C10-HEADINGS-PARA.

           MOVE LOW-VALUES TO RH-RATE-KEY.
           START RATE-HISTORY-FILE KEY NOT < RH-RATE-KEY
               INVALID KEY
                   MOVE "YES" TO WS-EOF-SWITCH
           END-START.
           IF WS-EOF-SWITCH = "NO"
               PERFORM B21-RATE-READ-PARA
           END-IF.
      *
      *
       B12-RETRO-PARM-PARA.
           MOVE "NO" TO WS-UPDATE-SWITCH.
           OPEN INPUT RETRO-PARM-FILE-IN.
           READ RETRO-PARM-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF RP-RUN-MODE-IN = "U"
                       MOVE "YES" TO WS-UPDATE-SWITCH
                   END-IF
           END-READ.
           CLOSE RETRO-PARM-FILE-IN.
           IF WS-UPDATE-SWITCH = "YES"
               DISPLAY "PROG12 - UPDATE RUN - RETRO EARNINGS WRITTEN"
           ELSE
               DISPLAY "PROG12 - PROOF RUN - WORKSHEET ONLY"
           END-IF.
      *
      *
       B20-EMPLOYEE-PARA.
           MOVE RH-SSN TO WS-CURRENT-SSN.
           MOVE ZERO TO WS-RT-COUNT
                        WS-EMP-REG-DIFF
                        WS-EMP-OT-DIFF
                        WS-EMP-SHIFT-DIFF
                        WS-EMP-RETRO-TOTAL.
           MOVE "NO" TO WS-PENDING-SWITCH.
           PERFORM B22-LOAD-PARA
               UNTIL WS-EOF-SWITCH = "YES" OR
                   RH-SSN NOT = WS-CURRENT-SSN.
           IF WS-PENDING-SWITCH = "NO"
               GO TO B20-EMPLOYEE-PARA-EXIT
           END-IF.

           MOVE WS-CURRENT-SSN TO EM-SSN.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO EM-EMPLOYEE-NAME
           END-READ.
           PERFORM B24-CHANGE-PARA THRU B24-CHANGE-PARA-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT.
           PERFORM C40-EMPLOYEE-TOTAL-PARA.

           IF WS-UPDATE-SWITCH = "NO"
               GO TO B20-EMPLOYEE-PARA-EXIT
           END-IF.
           PERFORM B28-MARK-PARA THRU B28-MARK-PARA-EXIT
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT.
           IF WS-EOF-SWITCH = "NO"
               MOVE WS-NEXT-KEY TO RH-RATE-KEY
               START RATE-HISTORY-FILE KEY NOT < RH-RATE-KEY
                   INVALID KEY
                       MOVE "YES" TO WS-EOF-SWITCH
               END-START
               IF WS-EOF-SWITCH = "NO"
                   PERFORM B21-RATE-READ-PARA
               END-IF
           END-IF.
      *
       B20-EMPLOYEE-PARA-EXIT.
           EXIT.
      *
      *
       B21-RATE-READ-PARA.
           READ RATE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE RH-RATE-KEY TO WS-NEXT-KEY
           END-READ.
      *
      *
       B22-LOAD-PARA.
           IF WS-RT-COUNT >= 50
               DISPLAY "PROG12 ABEND - RATE TABLE FULL FOR "
                   WS-CURRENT-SSN
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO WS-RT-COUNT.
           MOVE RH-EFFECTIVE-DATE TO WS-RT-EFFECTIVE-DATE (WS-RT-COUNT).
           MOVE RH-RATE TO WS-RT-RATE (WS-RT-COUNT).
           MOVE RH-RETRO-STATUS TO WS-RT-STATUS (WS-RT-COUNT).
           MOVE SPACE TO WS-RT-MARK (WS-RT-COUNT).
           IF RH-RETRO-STATUS = "P"
               MOVE "YES" TO WS-PENDING-SWITCH
           END-IF.
           PERFORM B21-RATE-READ-PARA.
      *
      *
       B24-CHANGE-PARA.
           IF WS-RT-STATUS (WS-RT-SUB) NOT = "P"
               GO TO B24-CHANGE-PARA-EXIT
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE "M" TO WS-RT-MARK (WS-RT-SUB).
           MOVE WS-RT-EFFECTIVE-DATE (WS-RT-SUB) TO WS-RF-FROM-DATE.
           MOVE WS-RT-RATE (WS-RT-SUB) TO WS-RF-NEW-RATE.
           IF WS-RT-SUB < WS-RT-COUNT
               MOVE WS-RT-EFFECTIVE-DATE (WS-RT-SUB + 1)
                   TO WS-RF-TO-DATE
           ELSE
               MOVE 999999 TO WS-RF-TO-DATE
           END-IF.
           MOVE ZERO TO WS-RF-OLD-RATE
                        WS-RF-PRIOR-RETRO-RATE.
           IF WS-RT-SUB > 1
               MOVE WS-RT-RATE (WS-RT-SUB - 1) TO WS-RF-OLD-RATE
               IF WS-RT-STATUS (WS-RT-SUB - 1) = "R"
                   MOVE WS-RT-RATE (WS-RT-SUB - 1)
                       TO WS-RF-PRIOR-RETRO-RATE
               END-IF
           END-IF.
           PERFORM C20-CHANGE-LINE-PARA.

           MOVE "NO" TO WS-CAL-EOF-SWITCH.
           MOVE WS-RF-FROM-DATE TO PC-PERIOD-END-DATE.
           START PAY-CALENDAR-FILE KEY NOT < PC-PERIOD-END-DATE
               INVALID KEY
                   MOVE "YES" TO WS-CAL-EOF-SWITCH
           END-START.
           PERFORM B26-PERIOD-PARA THRU B26-PERIOD-PARA-EXIT
               UNTIL WS-CAL-EOF-SWITCH = "YES".
      *
       B24-CHANGE-PARA-EXIT.
           EXIT.
      *
      *
       B26-PERIOD-PARA.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-CAL-EOF-SWITCH
                   GO TO B26-PERIOD-PARA-EXIT
           END-READ.
           IF PC-PERIOD-END-DATE NOT < WS-RF-TO-DATE OR
                   PC-PERIOD-END-DATE > WS-RUN-DATE
               MOVE "YES" TO WS-CAL-EOF-SWITCH
               GO TO B26-PERIOD-PARA-EXIT
           END-IF.
           MOVE "R" TO WS-RF-PAY-TYPE.
           MOVE "NO" TO WS-HS-MISSING-SWITCH.
           PERFORM B27-HISTORY-PARA THRU B27-HISTORY-PARA-EXIT
               VARYING WS-RF-HS-SEQ FROM 1 BY 1
               UNTIL WS-RF-HS-SEQ > 99 OR WS-HS-MISSING-SWITCH = "YES".
           MOVE "V" TO WS-RF-PAY-TYPE.
           MOVE "NO" TO WS-HS-MISSING-SWITCH.
           PERFORM B27-HISTORY-PARA THRU B27-HISTORY-PARA-EXIT
               VARYING WS-RF-HS-SEQ FROM 1 BY 1
               UNTIL WS-RF-HS-SEQ > 99 OR WS-HS-MISSING-SWITCH = "YES".
      *
       B26-PERIOD-PARA-EXIT.
           EXIT.
      *
      *
       B27-HISTORY-PARA.
           MOVE WS-CURRENT-SSN TO HS-SSN.
           MOVE PC-PERIOD-END-DATE TO HS-PERIOD-END-DATE.
           MOVE WS-RF-PAY-TYPE TO HS-PAY-TYPE.
           MOVE WS-RF-HS-SEQ TO HS-SEQUENCE.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE "YES" TO WS-HS-MISSING-SWITCH
                   GO TO B27-HISTORY-PARA-EXIT
           END-READ.
           PERFORM D10-DIFFERENCE-PARA THRU D10-DIFFERENCE-PARA-EXIT.
      *
       B27-HISTORY-PARA-EXIT.
           EXIT.
      *
      *
       B28-MARK-PARA.
           IF WS-RT-MARK (WS-RT-SUB) NOT = "M"
               GO TO B28-MARK-PARA-EXIT
           END-IF.
           MOVE WS-CURRENT-SSN TO RH-SSN.
           MOVE WS-RT-EFFECTIVE-DATE (WS-RT-SUB) TO RH-EFFECTIVE-DATE.
           READ RATE-HISTORY-FILE
               INVALID KEY
                   DISPLAY "PROG12 - RATE HISTORY NOT FOUND "
                       RH-RATE-KEY
                   GO TO B28-MARK-PARA-EXIT
           END-READ.
           MOVE "R" TO RH-RETRO-STATUS.
           MOVE WS-RUN-DATE TO RH-RETRO-DATE.
           REWRITE RH-RATE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "PROG12 - RATE HISTORY REWRITE FAILED "
                       RH-RATE-KEY
           END-REWRITE.
      *
       B28-MARK-PARA-EXIT.
           EXIT.
      *
      *
       B30-TOTAL-PARA.
           IF WS-LINES-IN-USE >= 56 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
           MOVE WS-ALL-REG-DIFF TO WS-GT-REG-DIFF-OUT.
           MOVE WS-ALL-OT-DIFF TO WS-GT-OT-DIFF-OUT.
           MOVE WS-ALL-SHIFT-DIFF TO WS-GT-SHIFT-DIFF-OUT.
           MOVE WS-ALL-RETRO-TOTAL TO WS-GT-TOTAL-OUT.
           WRITE RW-RETRO-WORKSHEET-OUT FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-CHANGE-COUNT TO WS-CN-CHANGE-COUNT-OUT.
           MOVE WS-EMPLOYEE-COUNT TO WS-CN-EMPLOYEE-COUNT-OUT.
           IF WS-UPDATE-SWITCH = "YES"
               MOVE "UPDATE RUN - RETRO EARNINGS WRITTEN"
                   TO WS-CN-MODE-OUT
           ELSE
               MOVE "PROOF RUN - SUBMIT FOR APPROVAL"
                   TO WS-CN-MODE-OUT
           END-IF.
           WRITE RW-RETRO-WORKSHEET-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
      *
      *
       C10-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-COUNTER.
           MOVE WS-PAGE-COUNTER TO WS-PAGE-OUT.
           WRITE RW-RETRO-WORKSHEET-OUT FROM WS-HEADINGS-1
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-SPACING.
           WRITE RW-RETRO-WORKSHEET-OUT FROM WS-HEADINGS-2
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           MOVE 2 TO WS-SPACING.
           WRITE RW-RETRO-WORKSHEET-OUT FROM COLUMN-HEADINGS-1
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           MOVE 1 TO WS-SPACING.
           WRITE RW-RETRO-WORKSHEET-OUT FROM COLUMN-HEADINGS-2
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           WRITE RW-RETRO-WORKSHEET-OUT FROM WS-HEADINGS-3
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-IN-USE.
      *
      *
       C20-CHANGE-LINE-PARA.
           IF WS-LINES-IN-USE >= 56 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
           MOVE WS-CURRENT-SSN (1:3) TO WS-CL-SSN-THREE-OUT.
           MOVE "-" TO WS-CL-HYPHEN1-OUT.
           MOVE WS-CURRENT-SSN (4:2) TO WS-CL-SSN-TWO-OUT.
           MOVE "-" TO WS-CL-HYPHEN2-OUT.
           MOVE WS-CURRENT-SSN (6:4) TO WS-CL-SSN-FOUR-OUT.
           MOVE EM-EMPLOYEE-NAME TO WS-CL-NAME-OUT.
           MOVE WS-RF-FROM-DATE TO WS-DATE-CHECK.
           PERFORM D20-EDIT-DATE-PARA.
           MOVE WS-EDIT-DATE TO WS-CL-EFFECTIVE-OUT.
           MOVE WS-RF-OLD-RATE TO WS-CL-OLD-RATE-OUT.
           MOVE WS-RF-NEW-RATE TO WS-CL-NEW-RATE-OUT.
           MOVE 2 TO WS-SPACING.
           WRITE RW-RETRO-WORKSHEET-OUT FROM WS-CHANGE-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
      *
      *
       C30-DETAIL-PARA.
           MOVE PC-PERIOD-END-DATE TO WS-DATE-CHECK.
           PERFORM D20-EDIT-DATE-PARA.
           MOVE WS-EDIT-DATE TO WS-DL-PERIOD-END-OUT.
           MOVE HS-CHECK-DATE TO WS-DATE-CHECK.
           PERFORM D20-EDIT-DATE-PARA.
           MOVE WS-EDIT-DATE TO WS-DL-CHECK-DATE-OUT.
           MOVE HS-PAY-TYPE TO WS-DL-PAY-TYPE-OUT.
           MOVE WS-RF-PAID-RATE TO WS-DL-PAID-RATE-OUT.
           MOVE WS-RF-NEW-RATE TO WS-DL-NEW-RATE-OUT.
           MOVE HS-REGULAR-HOURS TO WS-DL-REG-HOURS-OUT.
           MOVE HS-OVERTIME-HOURS TO WS-DL-OT-HOURS-OUT.
           MOVE WS-RF-REG-DIFF TO WS-DL-REG-DIFF-OUT.
           MOVE WS-RF-OT-DIFF TO WS-DL-OT-DIFF-OUT.
           MOVE WS-RF-SHIFT-DIFF TO WS-DL-SHIFT-DIFF-OUT.
           MOVE WS-RF-LINE-TOTAL TO WS-DL-TOTAL-OUT.
           MOVE 1 TO WS-SPACING.
           WRITE RW-RETRO-WORKSHEET-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           IF WS-LINES-IN-USE >= 60 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
      *
       C40-EMPLOYEE-TOTAL-PARA.
           MOVE WS-EMP-REG-DIFF TO WS-ET-REG-DIFF-OUT.
           MOVE WS-EMP-OT-DIFF TO WS-ET-OT-DIFF-OUT.
           MOVE WS-EMP-SHIFT-DIFF TO WS-ET-SHIFT-DIFF-OUT.
           MOVE WS-EMP-RETRO-TOTAL TO WS-ET-TOTAL-OUT.
           IF WS-EMP-RETRO-TOTAL > ZERO
               MOVE SPACES TO WS-ET-MESSAGE-OUT
               ADD 1 TO WS-EMPLOYEE-COUNT
               ADD WS-EMP-REG-DIFF TO WS-ALL-REG-DIFF
               ADD WS-EMP-OT-DIFF TO WS-ALL-OT-DIFF
               ADD WS-EMP-SHIFT-DIFF TO WS-ALL-SHIFT-DIFF
               ADD WS-EMP-RETRO-TOTAL TO WS-ALL-RETRO-TOTAL
               IF WS-UPDATE-SWITCH = "YES"
                   PERFORM C50-RETRO-WRITE-PARA
               END-IF
           ELSE
               MOVE "NO RETRO DUE" TO WS-ET-MESSAGE-OUT
           END-IF.
           MOVE 2 TO WS-SPACING.
           WRITE RW-RETRO-WORKSHEET-OUT FROM WS-EMP-TOTAL-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           IF WS-LINES-IN-USE >= 60 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
      *
       C50-RETRO-WRITE-PARA.
           MOVE SPACES TO RO-RETRO-EARNINGS-OUT.
           MOVE "A" TO RO-TRAN-TYPE-OUT.
           MOVE WS-CURRENT-SSN TO RO-SSN-OUT.
           MOVE WS-EMP-RETRO-TOTAL TO RO-GROSS-AMOUNT-OUT.
           MOVE SPACE TO RO-PTO-PAYOUT-OUT.
           MOVE ZEROS TO RO-CHECK-DATE-OUT
                         RO-CHECK-NUMBER-OUT
                         RO-FED-TAX-OUT
                         RO-STATE-TAX-OUT
                         RO-NET-AMOUNT-OUT.
           WRITE RO-RETRO-EARNINGS-OUT.
      *
      *
       D10-DIFFERENCE-PARA.
           MOVE HS-RATE TO WS-RF-PAID-RATE.
           IF WS-RF-PRIOR-RETRO-RATE > WS-RF-PAID-RATE
               MOVE WS-RF-PRIOR-RETRO-RATE TO WS-RF-PAID-RATE
           END-IF.
           COMPUTE WS-RF-RATE-DIFF = WS-RF-NEW-RATE - WS-RF-PAID-RATE.
           IF WS-RF-RATE-DIFF = ZERO
               GO TO D10-DIFFERENCE-PARA-EXIT
           END-IF.

           IF HS-SHIFT-NUMBER = "3"
               MOVE .125 TO WS-RF-SHIFT-PCT
           ELSE IF HS-SHIFT-NUMBER = "2"
                   MOVE .10 TO WS-RF-SHIFT-PCT
               ELSE
                   MOVE ZERO TO WS-RF-SHIFT-PCT
           END-IF.
           COMPUTE WS-RF-REG-DIFF ROUNDED =
               WS-RF-RATE-DIFF * HS-REGULAR-HOURS.
           COMPUTE WS-RF-OT-DIFF ROUNDED =
               (WS-RF-RATE-DIFF * 1.5) * HS-OVERTIME-HOURS.
           COMPUTE WS-RF-SHIFT-DIFF ROUNDED =
               (WS-RF-SHIFT-PCT * WS-RF-RATE-DIFF) *
                   (HS-REGULAR-HOURS + HS-OVERTIME-HOURS).
           IF WS-RF-PAY-TYPE = "V"
               COMPUTE WS-RF-REG-DIFF = ZERO - WS-RF-REG-DIFF
               COMPUTE WS-RF-OT-DIFF = ZERO - WS-RF-OT-DIFF
               COMPUTE WS-RF-SHIFT-DIFF = ZERO - WS-RF-SHIFT-DIFF
           END-IF.
           COMPUTE WS-RF-LINE-TOTAL =
               WS-RF-REG-DIFF + WS-RF-OT-DIFF + WS-RF-SHIFT-DIFF.
           ADD WS-RF-REG-DIFF TO WS-EMP-REG-DIFF.
           ADD WS-RF-OT-DIFF TO WS-EMP-OT-DIFF.
           ADD WS-RF-SHIFT-DIFF TO WS-EMP-SHIFT-DIFF.
           ADD WS-RF-LINE-TOTAL TO WS-EMP-RETRO-TOTAL.
           PERFORM C30-DETAIL-PARA.
      *
       D10-DIFFERENCE-PARA-EXIT.
           EXIT.
      *
      *
       D20-EDIT-DATE-PARA.
           MOVE WS-DC-MM TO WS-ED-MONTH.
           MOVE WS-DC-DD TO WS-ED-DAY.
           MOVE WS-DC-YY TO WS-ED-YEAR.
      *
      *
       E10-ABORT-PARA.
           CLOSE RATE-HISTORY-FILE
               PAY-CALENDAR-FILE
               PAY-HISTORY-FILE
               EMPLOYEE-MASTER-FILE
               RETRO-EARNINGS-OUT
               RETRO-WORKSHEET-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
