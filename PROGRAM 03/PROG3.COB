               ASSIGN TO PROG3CKI.
           SELECT CHECKPOINT-FILE-OUT
               ASSIGN TO PROG3CKO.
           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-HISTORY-KEY.
           SELECT OPTIONAL TRIAL-PARM-FILE-IN
               ASSIGN TO TRIALPRM.
           SELECT PREVIEW-REGISTER-OUT
               ASSIGN TO PROG3PRV.
           SELECT PAY-CALENDAR-FILE
               ASSIGN TO PAYCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-END-DATE.
           SELECT OPTIONAL RATE-HISTORY-FILE
               ASSIGN TO RATEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-RATE-KEY.
           SELECT TAX-LIABILITY-OUT
               ASSIGN TO PROG3TXL.
           SELECT OPTIONAL DEPARTMENT-FILE-IN
               ASSIGN TO DEPTTBL.
           SELECT LABOR-DIST-REPORT-OUT
               ASSIGN TO PROG3LDR.
      *
      *
      *
           05  PR-HOURS-IN                   PIC 999V99.
           05  PR-OVERTIME-HOURS-IN          PIC 999V99.
           05  PR-LEAVE-HOURS-IN             PIC 999V99.
           05  PR-CHARGE-DEPT-IN             PIC X(3).
           05  FILLER                        PIC X(1).
      *
       01  PH-PERIOD-HEADER-RECORD-IN.
           05  PH-REC-CODE-IN                PIC X(2).
           05  FILLER                        PIC X(22).
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
       FD  YTD-MASTER-FILE
               RECORD CONTAINS 126 CHARACTERS
           05  CK-NACHA-TOTAL-CREDIT-OUT     PIC 9(10)V99.
           05  CK-SHIFT-TOTALS-SNAPSHOT-OUT  PIC X(90).
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
       FD  TRIAL-PARM-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TR-TRIAL-PARM-RECORD-IN.
      *
       01  TR-TRIAL-PARM-RECORD-IN.
           05  TR-RUN-MODE-IN                PIC X(1).
           05  TR-NET-TOLERANCE-IN           PIC 9(3)V99.
           05  TR-GROSS-TOLERANCE-IN         PIC 9(3)V99.
           05  TR-HOURS-TOLERANCE-IN         PIC 9(3)V99.
           05  FILLER                        PIC X(64).
      *
       FD  PREVIEW-REGISTER-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PV-PREVIEW-REGISTER-OUT.
      *
       01  PV-PREVIEW-REGISTER-OUT           PIC X(132).
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
       FD  TAX-LIABILITY-OUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TX-TAX-LIABILITY-OUT.
      *
       01  TX-TAX-LIABILITY-OUT.
           05  TX-REC-TYPE                   PIC X(1).
           05  TX-CHECK-DATE                 PIC 9(6).
           05  TX-PERIOD-END-DATE            PIC 9(6).
           05  TX-SOURCE                     PIC X(1).
           05  TX-STATE                      PIC X(2).
           05  TX-EE-FICA                    PIC S9(7)V99.
           05  TX-ER-FICA                    PIC S9(7)V99.
           05  TX-WITHHOLDING                PIC S9(7)V99.
           05  TX-WAGES                      PIC S9(8)V99.
           05  TX-EMP-COUNT                  PIC 9(5).
           05  FILLER                        PIC X(22).
      *
       FD  DEPARTMENT-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DP-DEPARTMENT-RECORD-IN.
      *
       01  DP-DEPARTMENT-RECORD-IN.
           05  DP-DEPARTMENT-IN              PIC X(3).
           05  DP-DESCRIPTION-IN             PIC X(20).
           05  DP-WAGE-GL-ACCOUNT-IN         PIC X(8).
           05  DP-FICA-GL-ACCOUNT-IN         PIC X(8).
           05  DP-UNEMP-GL-ACCOUNT-IN        PIC X(8).
           05  FILLER                        PIC X(33).
      *
       FD  LABOR-DIST-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LD-LABOR-DIST-REPORT-OUT.
      *
       01  LD-LABOR-DIST-REPORT-OUT          PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ               PIC 9(7).
           05  WS-RECORDS-WRITTEN            PIC 9(7).
           05  WS-EMPLOYEES-PAID             PIC 9(7).
           05  WS-SSN-HASH-TOTAL             PIC 9(11).
           05  WS-SSN-NUMERIC                PIC 9(9).
      *
                   15  WS-TC-COMP-HOURS      PIC 999V99.
                   15  WS-TC-COMP-OT         PIC 999V99.
                   15  WS-TC-COMP-LEAVE      PIC 999V99.
                   15  WS-TC-COMP-DEPT       PIC X(3).
      *
       01  WS-YTD-MASTER-CONTROLS.
           05  WS-YM-FOUND-SWITCH            PIC X(1).
               10  WS-ED-PRIORITY            PIC 9(2).
               10  WS-ED-APPLIED-SWITCH      PIC X(1).
               10  WS-ED-AMOUNT              PIC S9999V99.
               10  WS-ED-CUT-SWITCH          PIC X(1).
      *
       01  WS-REMIT-TABLE.
           05  WS-RC-ENTRY OCCURS 20 TIMES.
       01  WS-RESTART-CONTROLS.
           05  WS-RESTART-EOF-SWITCH         PIC X(3).
           05  WS-RESTART-RECORD-COUNT       PIC 9(7).
           05  WS-RESTART-SWITCH             PIC X(3).
           05  WS-CHECKPOINT-INTERVAL        PIC 9(4)   VALUE 25.
           05  WS-CKPT-QUOTIENT              PIC 9(7).
           05  WS-CKPT-REMAINDER             PIC 9(4).
      *
       01  WS-HISTORY-CONTROLS.
           05  WS-HS-WRITTEN-SWITCH          PIC X(3).
           05  WS-HS-DUPLICATE-SWITCH        PIC X(3).
           05  WS-HS-SAVE-RECORD             PIC X(350).
           05  WS-HS-PAYMENT-METHOD          PIC X(1).
           05  WS-HS-PAYMENT-REF             PIC X(15).
           05  WS-HS-SUB                     PIC 9(2)   COMP.
      *
       01  WS-TRIAL-CONTROLS.
           05  WS-TR-NET-TOLERANCE           PIC 9(3)V99 VALUE 10.00.
           05  WS-TR-GROSS-TOLERANCE         PIC 9(3)V99 VALUE 10.00.
           05  WS-TR-HOURS-TOLERANCE         PIC 9(3)V99 VALUE 10.00.
           05  WS-TR-PRIOR-FOUND-SWITCH      PIC X(1).
           05  WS-TR-PRIOR-DONE-SWITCH       PIC X(3).
           05  WS-TR-SEQUENCE                PIC 9(2).
           05  WS-TR-PRIOR-NET               PIC S9(5)V99.
           05  WS-TR-PRIOR-GROSS             PIC S9(5)V99.
           05  WS-TR-PRIOR-HOURS             PIC 9(5)V99.
           05  WS-TR-DIFFERENCE              PIC S9(7)V99.
           05  WS-TR-LIMIT                   PIC S9(7)V99.
           05  WS-TR-CURRENT                 PIC S9(7)V99.
           05  WS-TR-PRIOR                   PIC S9(7)V99.
           05  WS-TR-TOLERANCE               PIC 9(3)V99.
           05  WS-TR-VARIANCE-SWITCH         PIC X(1).
           05  WS-TR-NET-FLAG                PIC X(1).
           05  WS-TR-GROSS-FLAG              PIC X(1).
           05  WS-TR-HOURS-FLAG              PIC X(1).
           05  WS-TR-CUT-FLAG                PIC X(1).
           05  WS-TR-NO-PRIOR-FLAG           PIC X(1).
           05  WS-TR-TC-FOUND                PIC 9(4)   COMP.
           05  WS-TR-LINES-IN-USE            PIC 9(3).
           05  WS-TR-EMP-COUNT               PIC 9(5).
           05  WS-TR-FLAG-COUNT              PIC 9(5).
           05  WS-TR-NO-TIMECARD-COUNT       PIC 9(5).
           05  WS-TR-TOTAL-GROSS             PIC S9(8)V99.
           05  WS-TR-TOTAL-DEDUCT            PIC S9(8)V99.
           05  WS-TR-TOTAL-NET               PIC S9(8)V99.
      *
       01  WS-PAGE-LAYOUT.
           05  WS-NUMBER                     PIC 99.                    
           05  WS-DUPLICATE-SWITCH           PIC X(3).
           05  WS-OVERRIDE-SWITCH            PIC X(3).
           05  WS-OVERRIDE-SUPERVISOR        PIC X(3).
           05  WS-LAST-PERIOD-END-DATE       PIC 9(6).
           05  WS-TRIAL-SWITCH               PIC X(3).
           05  WS-LATEST-PERIOD-END-DATE     PIC 9(6).
           05  WS-CHECK-DATE                 PIC 9(6).
           05  WS-CHECK-DATES REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YY               PIC 9(2).
               10  WS-CHECK-MM               PIC 9(2).
               10  WS-CHECK-DD               PIC 9(2).
           05  WS-ACH-EFFECTIVE-DATE         PIC 9(6).
      *
       01  WS-RATE-HISTORY-FIELDS.
           05  WS-RH-EOF-SWITCH              PIC X(3).
           05  WS-RH-LATER-SWITCH            PIC X(3).
           05  WS-RH-RATE                    PIC 99V99.
           05  WS-RV-DONE-SWITCH             PIC X(3).
           05  WS-RV-SEQUENCE                PIC 9(2).
           05  WS-RV-PERIOD-END-DATE         PIC 9(6).
      *
       01  WS-CHECK-DATE-1.
           05  WS-CD-MONTH                   PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-CD-DAY                     PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-CD-YEAR                    PIC 9(2).
      *
       01  WS-CHECK-CONTROLS.
           05  WS-NEXT-CHECK-NUMBER          PIC 9(8)   VALUE 00100001.
           05  FILLER                        PIC X(8) VALUE "PAYROLL ".
           05  WS-CK-SSN-OUT                 PIC X(11).
           05  FILLER                        PIC X(106) VALUE SPACES.
      *
       01  WS-CHECK-ADDRESS-LINE.
           05  FILLER                        PIC X(22) VALUE SPACES.
           05  WS-CK-ADDRESS-OUT             PIC X(30).
           05  FILLER                        PIC X(80) VALUE SPACES.
      *
       01  WS-CHECK-CITY-LINE.
           05  FILLER                        PIC X(22) VALUE SPACES.
           05  WS-CK-CITY-OUT                PIC X(20).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-CK-STATE-OUT               PIC X(2).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CK-ZIP-FIVE-OUT            PIC X(5).
           05  WS-CK-ZIP-DASH-OUT            PIC X(1).
           05  WS-CK-ZIP-PLUS-FOUR-OUT       PIC X(4).
           05  FILLER                        PIC X(75) VALUE SPACES.
      *
       01  WS-CHECK-REG-HEADING-1            PIC X(132) VALUE
           "C H E C K   R E G I S T E R".
               10  WS-SHIFT-REGULAR-EARNINGS PIC S9999V99.
               10  WS-SHIFT-OVERTIME-EARNINGS PIC S9999V99.
               10  WS-SHIFT-TOTAL-EARNINGS   PIC S9999V99.
      *
       01  WS-DEPARTMENT-CONTROLS.
           05  WS-DP-EOF-SWITCH              PIC X(3).
           05  WS-DP-COUNT                   PIC 9(3)   COMP.
           05  WS-DP-SUB                     PIC 9(3)   COMP.
           05  WS-DP-FOUND                   PIC 9(3)   COMP.
           05  WS-DP-HOME                    PIC 9(3)   COMP.
           05  WS-DP-CHARGE                  PIC 9(3)   COMP.
           05  WS-DP-NONE                    PIC 9(3)   COMP.
           05  WS-DP-LOOKUP-CODE             PIC X(3).
      *
       01  WS-DEPARTMENT-TABLE.
           05  WS-DP-ENTRY OCCURS 101 TIMES.
               10  WS-DP-CODE                PIC X(3).
               10  WS-DP-DESCRIPTION         PIC X(20).
               10  WS-DP-WAGE-GL             PIC X(8).
               10  WS-DP-FICA-GL             PIC X(8).
               10  WS-DP-UNEMP-GL            PIC X(8).
               10  WS-DP-TOTALS.
                   15  WS-DP-SHIFT OCCURS 3 TIMES.
                       20  WS-DP-HOURS       PIC S9(6)V99.
                       20  WS-DP-REGULAR     PIC S9(7)V99.
                       20  WS-DP-OVERTIME    PIC S9(7)V99.
                       20  WS-DP-DIFF        PIC S9(7)V99.
                       20  WS-DP-LEAVE       PIC S9(7)V99.
                       20  WS-DP-GROSS       PIC S9(7)V99.
                       20  WS-DP-ER-FICA     PIC S9(7)V99.
                       20  WS-DP-FUTA        PIC S9(7)V99.
                       20  WS-DP-SUTA        PIC S9(7)V99.
                       20  WS-DP-PTO         PIC S9(7)V99.
      *
       01  WS-LABOR-DIST-CALCS.
           05  WS-LD-SIGN                    PIC S9     VALUE +1.
           05  WS-LD-LINES-IN-USE            PIC 9(3).
           05  WS-LD-PTO-HOURS               PIC S9(3)V99.
           05  WS-LD-PTO-COST                PIC S9(5)V99.
           05  WS-LD-BURDENED                PIC S9(8)V99.
           05  WS-LD-GL-WAGES                PIC S9(8)V99.
           05  WS-LD-GL-FICA                 PIC S9(8)V99.
           05  WS-LD-GL-UNEMP                PIC S9(8)V99.
           05  WS-LD-HOURS                   PIC S9(4)V99.
           05  WS-LD-REGULAR                 PIC S9(5)V99.
           05  WS-LD-OVERTIME                PIC S9(5)V99.
           05  WS-LD-DIFF                    PIC S9(5)V99.
           05  WS-LD-LEAVE                   PIC S9(5)V99.
           05  WS-LD-GROSS                   PIC S9(5)V99.
           05  WS-LD-ER-FICA                 PIC S9(5)V99.
           05  WS-LD-FUTA                    PIC S9(5)V99.
           05  WS-LD-SUTA                    PIC S9(5)V99.
           05  WS-LD-PTO                     PIC S9(5)V99.
      *
       01  WS-LABOR-DIST-ALLOCATED.
           05  WS-LA-HOURS                   PIC S9(4)V99.
           05  WS-LA-REGULAR                 PIC S9(5)V99.
           05  WS-LA-OVERTIME                PIC S9(5)V99.
           05  WS-LA-DIFF                    PIC S9(5)V99.
           05  WS-LA-LEAVE                   PIC S9(5)V99.
           05  WS-LA-GROSS                   PIC S9(5)V99.
           05  WS-LA-ER-FICA                 PIC S9(5)V99.
           05  WS-LA-FUTA                    PIC S9(5)V99.
           05  WS-LA-SUTA                    PIC S9(5)V99.
           05  WS-LA-PTO                     PIC S9(5)V99.
      *
       01  WS-LABOR-DIST-TOTALS.
           05  WS-LT-HOURS                   PIC S9(6)V99.
           05  WS-LT-REGULAR                 PIC S9(7)V99.
           05  WS-LT-OVERTIME                PIC S9(7)V99.
           05  WS-LT-DIFF                    PIC S9(7)V99.
           05  WS-LT-LEAVE                   PIC S9(7)V99.
           05  WS-LT-GROSS                   PIC S9(7)V99.
           05  WS-LT-ER-FICA                 PIC S9(7)V99.
           05  WS-LT-FUTA                    PIC S9(7)V99.
           05  WS-LT-SUTA                    PIC S9(7)V99.
           05  WS-LT-PTO                     PIC S9(7)V99.
      *
       01  WS-LABOR-DIST-GRAND.
           05  WS-LG-HOURS                   PIC S9(6)V99.
           05  WS-LG-REGULAR                 PIC S9(7)V99.
           05  WS-LG-OVERTIME                PIC S9(7)V99.
           05  WS-LG-DIFF                    PIC S9(7)V99.
           05  WS-LG-LEAVE                   PIC S9(7)V99.
           05  WS-LG-GROSS                   PIC S9(7)V99.
           05  WS-LG-ER-FICA                 PIC S9(7)V99.
           05  WS-LG-FUTA                    PIC S9(7)V99.
           05  WS-LG-SUTA                    PIC S9(7)V99.
           05  WS-LG-PTO                     PIC S9(7)V99.
      *
       01  WS-LABOR-DIST-PRINT.
           05  WS-LW-HOURS                   PIC S9(6)V99.
           05  WS-LW-REGULAR                 PIC S9(7)V99.
           05  WS-LW-OVERTIME                PIC S9(7)V99.
           05  WS-LW-DIFF                    PIC S9(7)V99.
           05  WS-LW-LEAVE                   PIC S9(7)V99.
           05  WS-LW-GROSS                   PIC S9(7)V99.
           05  WS-LW-ER-FICA                 PIC S9(7)V99.
           05  WS-LW-FUTA                    PIC S9(7)V99.
           05  WS-LW-SUTA                    PIC S9(7)V99.
           05  WS-LW-PTO                     PIC S9(7)V99.
      *
       01  WS-LABOR-DIST-HEADING-1           PIC X(132) VALUE
           "L A B O R   D I S T R I B U T I O N".
      *
       01  WS-LABOR-DIST-HEADING-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(19) VALUE
               "PERIOD ENDING:".
           05  WS-LD-PERIOD-OUT              PIC X(8).
           05  FILLER                        PIC X(104) VALUE SPACES.
      *
       01  WS-LABOR-DIST-HEADING-3.
           05  FILLER                        PIC X(11) VALUE
               " DEPT SHIFT".
           05  FILLER                        PIC X(11) VALUE
               "      HOURS".
           05  FILLER                        PIC X(11) VALUE
               "    REGULAR".
           05  FILLER                        PIC X(11) VALUE
               "   OVERTIME".
           05  FILLER                        PIC X(11) VALUE
               " SHIFT DIFF".
           05  FILLER                        PIC X(11) VALUE
               "  LEAVE PAY".
           05  FILLER                        PIC X(12) VALUE
               "       GROSS".
           05  FILLER                        PIC X(10) VALUE
               "   ER FICA".
           05  FILLER                        PIC X(9) VALUE
               "     FUTA".
           05  FILLER                        PIC X(10) VALUE
               "      SUTA".
           05  FILLER                        PIC X(10) VALUE
               "  PTO ACCR".
           05  FILLER                        PIC X(12) VALUE
               "    BURDENED".
           05  FILLER                        PIC X(3) VALUE SPACES.
      *
       01  WS-LABOR-DEPT-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "DEPARTMENT ".
           05  WS-LH-DEPT-OUT                PIC X(3).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LH-DESCRIPTION-OUT         PIC X(20).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "WAGE GL:".
           05  WS-LH-WAGE-GL-OUT             PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "FICA GL:".
           05  WS-LH-FICA-GL-OUT             PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "UNEMP GL:".
           05  WS-LH-UNEMP-GL-OUT            PIC X(8).
           05  FILLER                        PIC X(34) VALUE SPACES.
      *
       01  WS-LABOR-DIST-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-DEPT-OUT                PIC X(3).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LL-SHIFT-OUT               PIC X(5).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-HOURS-OUT               PIC ZZZZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-REGULAR-OUT             PIC ZZZZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-OVERTIME-OUT            PIC ZZZZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-DIFF-OUT                PIC ZZZZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-LEAVE-OUT               PIC ZZZZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-GROSS-OUT               PIC ZZZZZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-ER-FICA-OUT             PIC ZZZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-FUTA-OUT                PIC ZZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-SUTA-OUT                PIC ZZZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-PTO-OUT                 PIC ZZZZ9.99-.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-BURDENED-OUT            PIC ZZZZZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
      *
       01  WS-LABOR-PROOF-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
               "DISTRIBUTED GROSS:".
           05  WS-LP-DISTRIBUTED-OUT         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               "REGISTER GROSS:".
           05  WS-LP-REGISTER-OUT            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-LP-MESSAGE-OUT             PIC X(14).
           05  FILLER                        PIC X(46) VALUE SPACES.
      *
       01  WS-HEADINGS-1.
           05  WS-DATE-1.
           05  WS-ST-OVERTIME-OUT            PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-ST-TOTAL-OUT               PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(46) VALUE SPACES.
      *
       01  WS-STUB-LINE-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
               "SSN HASH TOTAL:".
           05  WS-SSN-HASH-TOTAL-OUT         PIC Z(10)9.
           05  FILLER                        PIC X(56) VALUE SPACES.
      *
       01  WS-PREVIEW-HEADING-1              PIC X(132) VALUE
           "T R I A L   P A Y R O L L   P R E V I E W".
      *
       01  WS-PREVIEW-HEADING-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               "PERIOD ENDING: ".
           05  WS-TP-PERIOD-OUT              PIC 9(6).
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
               "LAST PERIOD RUN:    ".
           05  WS-TP-LAST-PERIOD-OUT         PIC 9(6).
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(35) VALUE
               "** TRIAL RUN - NO FILES UPDATED **".
           05  FILLER                        PIC X(39) VALUE SPACES.
      *
       01  WS-PREVIEW-HEADING-3.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "SOC. SEC. #".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               "EMPLOYEE".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "  HOURS".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "     GROSS".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE
               "     FICA".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE
               "  FED TAX".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE
               "STATE TAX".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE
               "   DEDUCT".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "   NET PAY".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               " PRIOR NET".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "FLAG".
           05  FILLER                        PIC X(5) VALUE SPACES.
      *
       01  WS-PREVIEW-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-TP-SSN-OUT                 PIC X(11).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TP-NAME-OUT                PIC X(18).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TP-HOURS-OUT               PIC ZZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TP-GROSS-OUT               PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TP-FICA-OUT                PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TP-FED-OUT                 PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TP-STATE-OUT               PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TP-DEDUCT-OUT              PIC Z,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TP-NET-OUT                 PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TP-PRIOR-NET-OUT           PIC ZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TP-FLAG-OUT                PIC X(4).
           05  FILLER                        PIC X(5) VALUE SPACES.
      *
       01  WS-PREVIEW-FLAG-LINE.
           05  FILLER                        PIC X(14) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "** ".
           05  WS-TF-MESSAGE-OUT             PIC X(40).
           05  FILLER                        PIC X(75) VALUE SPACES.
      *
       01  WS-PREVIEW-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "EMPLOYEES:".
           05  WS-TT-EMP-COUNT-OUT           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "GROSS:".
           05  WS-TT-GROSS-OUT               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "DEDUCTIONS:".
           05  WS-TT-DEDUCT-OUT              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "NET PAY:".
           05  WS-TT-NET-OUT                 PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(39) VALUE SPACES.
      *
       01  WS-PREVIEW-FLAG-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(19) VALUE
               "EMPLOYEES FLAGGED:".
           05  WS-TT-FLAG-COUNT-OUT          PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(24) VALUE
               "ACTIVE WITH NO TIMECARD:".
           05  WS-TT-NO-TC-COUNT-OUT         PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               "TOLERANCE - NET:".
           05  WS-TT-NET-TOL-OUT             PIC ZZ9.99.
           05  FILLER                        PIC X(8) VALUE "% GROSS:".
           05  WS-TT-GROSS-TOL-OUT           PIC ZZ9.99.
           05  FILLER                        PIC X(8) VALUE "% HOURS:".
           05  WS-TT-HOURS-TOL-OUT           PIC ZZ9.99.
           05  FILLER                        PIC X(1) VALUE "%".
           05  FILLER                        PIC X(19) VALUE SPACES.
      *
       01  NC-FILE-HEADER-RECORD.
           05  NC-FH-RECORD-TYPE-CODE        PIC X(1)   VALUE "1".
      *
      *
       A00-MAINLINE-PARA.
           PERFORM B12-TRIAL-PARM-PARA.
           IF WS-TRIAL-SWITCH = "YES"
               OPEN INPUT PAYROLL-FILE-IN
                   INPUT EMPLOYEE-MASTER-FILE
                   INPUT PTO-MASTER-FILE
                   OUTPUT PAYROLL-REPORT-OUT
                   INPUT YTD-MASTER-FILE
                   OUTPUT EXCEPTION-REPORT-OUT
                   INPUT DEDUCT-MASTER-FILE
                   OUTPUT DEDUCT-REGISTER-OUT
                   OUTPUT STATE-LIABILITY-OUT
                   INPUT PAY-HISTORY-FILE
                   OUTPUT PREVIEW-REGISTER-OUT
                   INPUT PAY-CALENDAR-FILE
                   INPUT RATE-HISTORY-FILE
                   OUTPUT LABOR-DIST-REPORT-OUT
           ELSE
               OPEN INPUT PAYROLL-FILE-IN
                   I-O EMPLOYEE-MASTER-FILE
                   I-O PTO-MASTER-FILE
                   OUTPUT PRENOTE-REPORT-OUT
                   OUTPUT PAYROLL-REPORT-OUT
                   I-O YTD-MASTER-FILE
                   OUTPUT EXCEPTION-REPORT-OUT
                   OUTPUT ACH-FILE-OUT
                   I-O DEDUCT-MASTER-FILE
                   OUTPUT DEDUCT-REGISTER-OUT
                   OUTPUT STUB-FILE-OUT
                   OUTPUT GL-POSTING-FILE-OUT
                   OUTPUT GL-PROOF-REPORT-OUT
                   OUTPUT STATE-LIABILITY-OUT
                   OUTPUT CHECK-CONTROL-OUT
                   OUTPUT CHECK-PRINT-OUT
                   OUTPUT CHECK-REGISTER-OUT
                   OUTPUT POSITIVE-PAY-OUT
                   OUTPUT RUN-CONTROL-OUT
                   OUTPUT CHECKPOINT-FILE-OUT
                   I-O PAY-HISTORY-FILE
                   INPUT PAY-CALENDAR-FILE
                   INPUT RATE-HISTORY-FILE
                   OUTPUT TAX-LIABILITY-OUT
                   OUTPUT LABOR-DIST-REPORT-OUT
           END-IF.
           PERFORM B10-INIT-PARA.
           READ PAYROLL-FILE-IN
               AT END
           PERFORM B20-PROCESS-PARA THRU B20-PROCESS-PARA-EXIT
               VARYING WS-TC-SUB FROM WS-TC-START BY 1
               UNTIL WS-TC-SUB > WS-TC-COUNT.
           PERFORM B30-TOTAL-PARA THRU B30-TOTAL-PARA-EXIT.
           PERFORM E20-CLOSE-PARA.
           STOP RUN.
      *
      *
               DISPLAY "PROG3 ABEND - PERIOD END MONTH INVALID"
               PERFORM E10-ABORT-PARA
           END-IF.
           PERFORM B13-CALENDAR-PARA.

           MOVE "NO" TO WS-RC-EOF-SWITCH.
           MOVE "NO" TO WS-DUPLICATE-SWITCH.
           MOVE ZERO TO WS-LAST-PERIOD-END-DATE
                        WS-LATEST-PERIOD-END-DATE.
           OPEN INPUT RUN-CONTROL-IN.
           PERFORM B21-RUN-CONTROL-PARA THRU B21-RUN-CONTROL-PARA-EXIT
               UNTIL WS-RC-EOF-SWITCH = "YES".
           CLOSE RUN-CONTROL-IN.
           IF WS-DUPLICATE-SWITCH = "NO" AND
                   WS-LATEST-PERIOD-END-DATE > ZERO
               PERFORM B17-SEQUENCE-PARA THRU B17-SEQUENCE-PARA-EXIT
           END-IF.
           IF WS-DUPLICATE-SWITCH = "YES" AND WS-TRIAL-SWITCH = "YES"
               DISPLAY "PROG3 - PERIOD " WS-PERIOD-END-DATE
                   " ALREADY COMPLETE - TRIAL RUN ONLY"
               MOVE "NO" TO WS-DUPLICATE-SWITCH
           END-IF.
           IF WS-DUPLICATE-SWITCH = "YES"
               PERFORM B22-OVERRIDE-PARA
               IF WS-OVERRIDE-SWITCH = "YES"
                         WS-REJECT-COUNT
                         WS-RECORDS-READ
                         WS-RECORDS-WRITTEN
                         WS-EMPLOYEES-PAID
                         WS-SSN-HASH-TOTAL
                         WS-NACHA-ENTRY-COUNT
                         WS-NACHA-ENTRY-HASH
           MOVE WS-MONTH-IN TO WS-MONTH.
           MOVE WS-DAY-IN TO WS-DAY.
           MOVE WS-YEAR-IN TO WS-YEAR.
           COMPUTE WS-CURRENT-QUARTER = (WS-CHECK-MM + 2) / 3.
           MOVE 29700 TO WS-FICA-WAGE-BASE.
           MOVE .0665 TO WS-FICA-RATE.
           OPEN INPUT FICA-PARM-FILE-IN.
               UNTIL WS-ST-EOF-SWITCH = "YES".
           CLOSE STATE-PARM-FILE-IN.

           MOVE "NO" TO WS-DP-EOF-SWITCH.
           MOVE ZERO TO WS-DP-COUNT.
           OPEN INPUT DEPARTMENT-FILE-IN.
           PERFORM B32-DEPT-LOAD-PARA THRU B32-DEPT-LOAD-PARA-EXIT
               UNTIL WS-DP-EOF-SWITCH = "YES".
           CLOSE DEPARTMENT-FILE-IN.
           COMPUTE WS-DP-NONE = WS-DP-COUNT + 1.
           MOVE "***" TO WS-DP-CODE (WS-DP-NONE).
           MOVE "NO DEPARTMENT" TO WS-DP-DESCRIPTION (WS-DP-NONE).
           MOVE WS-GL-WAGE-EXPENSE TO WS-DP-WAGE-GL (WS-DP-NONE).
           MOVE WS-GL-FICA-EXPENSE TO WS-DP-FICA-GL (WS-DP-NONE).
           MOVE WS-GL-UNEMP-EXPENSE TO WS-DP-UNEMP-GL (WS-DP-NONE).
           MOVE ZEROS TO WS-DP-TOTALS (WS-DP-NONE).

           MOVE ZERO TO WS-CHECK-COUNT
                        WS-CHECK-TOTAL-AMOUNT.
           OPEN INPUT CHECK-CONTROL-IN.
                   END-IF
           END-READ.
           CLOSE CHECK-CONTROL-IN.
           IF WS-TRIAL-SWITCH = "NO"
               WRITE CR-CHECK-REGISTER-OUT FROM WS-CHECK-REG-HEADING-1
                   AFTER ADVANCING PAGE
               WRITE CR-CHECK-REGISTER-OUT FROM WS-CHECK-REG-HEADING-2
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE ZERO TO WS-RC-COUNT
                        WS-ALL-DEDUCTIONS.
           CLOSE CHECKPOINT-FILE-IN.
           MOVE ZERO TO WS-TC-COUNT.
           MOVE 1 TO WS-TC-START.
           MOVE "NO" TO WS-RESTART-SWITCH.
           IF WS-RESTART-RECORD-COUNT > ZERO AND
                   WS-TRIAL-SWITCH = "NO"
               COMPUTE WS-TC-START = WS-RESTART-RECORD-COUNT + 1
               MOVE "YES" TO WS-RESTART-SWITCH
           END-IF.

           WRITE XR-EXCEPTION-REPORT-OUT FROM WS-EXCEPTION-HEADING-1
           COMPUTE WS-PERIOD-END-DAYS =
               (WS-PERIOD-END-YY * 365) + (WS-PERIOD-END-MM * 31)
                   + WS-PERIOD-END-DD.

           PERFORM C10-HEADINGS-PARA.
           IF WS-TRIAL-SWITCH = "YES"
               MOVE ZEROS TO WS-TR-EMP-COUNT
                             WS-TR-FLAG-COUNT
                             WS-TR-NO-TIMECARD-COUNT
                             WS-TR-TOTAL-GROSS
                             WS-TR-TOTAL-DEDUCT
                             WS-TR-TOTAL-NET
               PERFORM C12-PREVIEW-HEADINGS-PARA
           ELSE
               WRITE PN-PRENOTE-REPORT-OUT FROM WS-PRENOTE-HEADING-1
                   AFTER ADVANCING PAGE
               WRITE PN-PRENOTE-REPORT-OUT FROM WS-PRENOTE-HEADING-2
                   AFTER ADVANCING 2 LINES
               PERFORM C40-NACHA-HEADERS-PARA
           END-IF.
      *
      *
       B11-RESTART-READ-PARA.
       B11-RESTART-READ-PARA-EXIT.
           EXIT.
      *
      *
       B12-TRIAL-PARM-PARA.
           MOVE "NO" TO WS-TRIAL-SWITCH.
           OPEN INPUT TRIAL-PARM-FILE-IN.
           READ TRIAL-PARM-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF TR-RUN-MODE-IN = "T"
                       MOVE "YES" TO WS-TRIAL-SWITCH
                   END-IF
                   IF TR-NET-TOLERANCE-IN NUMERIC AND
                           TR-NET-TOLERANCE-IN > ZERO
                       MOVE TR-NET-TOLERANCE-IN TO WS-TR-NET-TOLERANCE
                   END-IF
                   IF TR-GROSS-TOLERANCE-IN NUMERIC AND
                           TR-GROSS-TOLERANCE-IN > ZERO
                       MOVE TR-GROSS-TOLERANCE-IN
                           TO WS-TR-GROSS-TOLERANCE
                   END-IF
                   IF TR-HOURS-TOLERANCE-IN NUMERIC AND
                           TR-HOURS-TOLERANCE-IN > ZERO
                       MOVE TR-HOURS-TOLERANCE-IN
                           TO WS-TR-HOURS-TOLERANCE
                   END-IF
           END-READ.
           CLOSE TRIAL-PARM-FILE-IN.
           IF WS-TRIAL-SWITCH = "YES"
               DISPLAY "PROG3 - TRIAL RUN - NO FILES WILL BE UPDATED"
           END-IF.
      *
      *
       B13-CALENDAR-PARA.
           MOVE WS-PERIOD-END-DATE TO PC-PERIOD-END-DATE.
           READ PAY-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "PROG3 ABEND - PERIOD " WS-PERIOD-END-DATE
                       " NOT ON PAYROLL CALENDAR"
                   PERFORM E10-ABORT-PARA
           END-READ.
           MOVE PC-CHECK-DATE TO WS-CHECK-DATE.
           MOVE PC-ACH-EFFECTIVE-DATE TO WS-ACH-EFFECTIVE-DATE.
           MOVE WS-CHECK-MM TO WS-CD-MONTH.
           MOVE WS-CHECK-DD TO WS-CD-DAY.
           MOVE WS-CHECK-YY TO WS-CD-YEAR.
           DISPLAY "PROG3 - PERIOD " WS-PERIOD-END-DATE
               " CHECK DATE " WS-CHECK-DATE
               " ACH EFFECTIVE " WS-ACH-EFFECTIVE-DATE.
      *
      *
       B17-SEQUENCE-PARA.
           MOVE WS-LATEST-PERIOD-END-DATE TO PC-PERIOD-END-DATE.
           START PAY-CALENDAR-FILE
               KEY IS GREATER THAN PC-PERIOD-END-DATE
               INVALID KEY
                   MOVE ZERO TO PC-PERIOD-END-DATE
                   GO TO B17-OUT-OF-SEQUENCE-PARA
           END-START.
           READ PAY-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE ZERO TO PC-PERIOD-END-DATE
                   GO TO B17-OUT-OF-SEQUENCE-PARA
           END-READ.
           IF PC-PERIOD-END-DATE = WS-PERIOD-END-DATE
               GO TO B17-SEQUENCE-PARA-EXIT
           END-IF.
      *
       B17-OUT-OF-SEQUENCE-PARA.
           IF WS-TRIAL-SWITCH = "YES"
               DISPLAY "PROG3 - PERIOD " WS-PERIOD-END-DATE
                   " OUT OF SEQUENCE - TRIAL RUN ONLY"
               GO TO B17-SEQUENCE-PARA-EXIT
           END-IF.
           DISPLAY "PROG3 ABEND - PERIOD " WS-PERIOD-END-DATE
               " OUT OF SEQUENCE".
           DISPLAY "PROG3 - LAST COMPLETED PERIOD "
               WS-LATEST-PERIOD-END-DATE
               " NEXT SCHEDULED " PC-PERIOD-END-DATE.
           PERFORM E10-ABORT-PARA.
      *
       B17-SEQUENCE-PARA-EXIT.
           EXIT.
      *
      *
       B27-PAYEE-LOAD-PARA.
           READ PAYEE-MASTER-FILE-IN
       B19-STATE-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B32-DEPT-LOAD-PARA.
           READ DEPARTMENT-FILE-IN
               AT END
                   MOVE "YES" TO WS-DP-EOF-SWITCH
                   GO TO B32-DEPT-LOAD-PARA-EXIT
           END-READ.
           IF DP-DEPARTMENT-IN = SPACES OR WS-DP-COUNT >= 100
               GO TO B32-DEPT-LOAD-PARA-EXIT
           END-IF.
           ADD 1 TO WS-DP-COUNT.
           MOVE DP-DEPARTMENT-IN TO WS-DP-CODE (WS-DP-COUNT).
           MOVE DP-DESCRIPTION-IN TO WS-DP-DESCRIPTION (WS-DP-COUNT).
           IF DP-WAGE-GL-ACCOUNT-IN = SPACES
               MOVE WS-GL-WAGE-EXPENSE TO WS-DP-WAGE-GL (WS-DP-COUNT)
           ELSE
               MOVE DP-WAGE-GL-ACCOUNT-IN
                   TO WS-DP-WAGE-GL (WS-DP-COUNT)
           END-IF.
           IF DP-FICA-GL-ACCOUNT-IN = SPACES
               MOVE WS-GL-FICA-EXPENSE TO WS-DP-FICA-GL (WS-DP-COUNT)
           ELSE
               MOVE DP-FICA-GL-ACCOUNT-IN
                   TO WS-DP-FICA-GL (WS-DP-COUNT)
           END-IF.
           IF DP-UNEMP-GL-ACCOUNT-IN = SPACES
               MOVE WS-GL-UNEMP-EXPENSE
                   TO WS-DP-UNEMP-GL (WS-DP-COUNT)
           ELSE
               MOVE DP-UNEMP-GL-ACCOUNT-IN
                   TO WS-DP-UNEMP-GL (WS-DP-COUNT)
           END-IF.
           MOVE ZEROS TO WS-DP-TOTALS (WS-DP-COUNT).
      *
       B32-DEPT-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B16-YTD-LOOKUP-PARA.
           MOVE "N" TO WS-YM-FOUND-SWITCH.
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF WS-CT-REC-CODE = "PV"
               PERFORM B31-REVERSAL-RATE-PARA
                   THRU B31-REVERSAL-RATE-PARA-EXIT
           ELSE
               PERFORM B28-RATE-LOOKUP-PARA
                   THRU B28-RATE-LOOKUP-PARA-EXIT
           END-IF.
           IF EM-RATE NOT NUMERIC OR EM-RATE = ZERO
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID RATE" TO WS-ERROR-MESSAGE
               GO TO B23-READ-PARA
           END-IF.

           IF PR-CHARGE-DEPT-IN NOT = SPACES
               MOVE PR-CHARGE-DEPT-IN TO WS-DP-LOOKUP-CODE
               MOVE ZERO TO WS-DP-FOUND
               PERFORM D43-DEPT-SCAN-PARA
                   VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
               IF WS-DP-FOUND = ZERO
                   MOVE PR-SSN-IN TO WS-CT-SSN
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID CHARGE DEPARTMENT" TO WS-ERROR-MESSAGE
                   PERFORM C30-EXCEPTION-PARA
                   GO TO B23-READ-PARA
               END-IF
           END-IF.

           MOVE ZERO TO WS-TC-MATCH-SUB.
           PERFORM B24-TIMECARD-SCAN-PARA
               VARYING WS-TC-SUB FROM 1 BY 1
               WS-TC-COMP-HOURS (WS-TC-MATCH-SUB, WS-TC-COMP-SUB).
           MOVE PR-OVERTIME-HOURS-IN TO
               WS-TC-COMP-OT (WS-TC-MATCH-SUB, WS-TC-COMP-SUB).
           MOVE PR-CHARGE-DEPT-IN TO
               WS-TC-COMP-DEPT (WS-TC-MATCH-SUB, WS-TC-COMP-SUB).
           IF PR-LEAVE-HOURS-IN NUMERIC
               MOVE PR-LEAVE-HOURS-IN TO
                   WS-TC-COMP-LEAVE (WS-TC-MATCH-SUB, WS-TC-COMP-SUB)
               TO WS-SHIFT-OVERTIME-EARNINGS (WS-SHIFT-INDEX).
           ADD WS-TOTAL-EARNINGS
               TO WS-SHIFT-TOTAL-EARNINGS (WS-SHIFT-INDEX).
           MOVE +1 TO WS-LD-SIGN.
           PERFORM D40-LABOR-DIST-PARA.

           ADD WS-TAX-AMOUNT TO WS-ALL-TAX-AMOUNT.
           ADD WS-TAXES TO WS-ALL-TAXES.
                   UNTIL WS-TC-COMP-SUB > WS-TC-COMP-COUNT (WS-TC-SUB)
           END-IF.

           IF WS-TRIAL-SWITCH = "NO"
               PERFORM D64-PTO-UPDATE-PARA
               PERFORM D70-STUB-PARA
               PERFORM D63-YTD-UPDATE-PARA
           END-IF.

           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD 1 TO WS-EMPLOYEES-PAID.
           MOVE WS-CT-SSN TO WS-SSN-NUMERIC.
           ADD WS-SSN-NUMERIC TO WS-SSN-HASH-TOTAL.

           IF WS-TRIAL-SWITCH = "YES"
               PERFORM D74-PREVIEW-PARA THRU D74-PREVIEW-PARA-EXIT
               GO TO B20-PAGE-CHECK-PARA
           END-IF.

           MOVE SPACES TO WS-HS-PAYMENT-METHOD
                          WS-HS-PAYMENT-REF.
           IF EM-PAYMENT-METHOD = "D" AND
                   EM-ACH-RETURN-FLAG NOT = "R" AND
                   EM-BANK-ROUTING NOT = SPACES AND
               PERFORM C55-CHECK-PARA
           END-IF.

           PERFORM D60-HISTORY-WRITE-PARA.

           DIVIDE WS-RECORDS-WRITTEN BY WS-CHECKPOINT-INTERVAL
               GIVING WS-CKPT-QUOTIENT
               REMAINDER WS-CKPT-REMAINDER.
           IF WS-CKPT-REMAINDER = ZERO
               PERFORM C70-CHECKPOINT-PARA
           END-IF.
      *
       B20-PAGE-CHECK-PARA.
           IF WS-LINES-IN-USE >= 60 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
               FROM WS-SHIFT-OVERTIME-EARNINGS (WS-SHIFT-INDEX).
           SUBTRACT WS-TOTAL-EARNINGS
               FROM WS-SHIFT-TOTAL-EARNINGS (WS-SHIFT-INDEX).
           MOVE -1 TO WS-LD-SIGN.
           PERFORM D40-LABOR-DIST-PARA.

           PERFORM D85-STATE-REVERSE-PARA.

                   UNTIL WS-TC-COMP-SUB > WS-TC-COMP-COUNT (WS-TC-SUB)
           END-IF.

           IF WS-TRIAL-SWITCH = "NO"
               PERFORM D63-YTD-UPDATE-PARA
               PERFORM D68-PTO-REVERSE-PARA
           END-IF.

           ADD 1 TO WS-RECORDS-WRITTEN.
           MOVE WS-CT-SSN TO WS-SSN-NUMERIC.
           ADD WS-SSN-NUMERIC TO WS-SSN-HASH-TOTAL.

           IF WS-TRIAL-SWITCH = "YES"
               PERFORM D74-PREVIEW-PARA THRU D74-PREVIEW-PARA-EXIT
               GO TO B25-REVERSAL-NOTE-PARA
           END-IF.

           MOVE SPACES TO WS-HS-PAYMENT-METHOD
                          WS-HS-PAYMENT-REF.
           IF EM-PAYMENT-METHOD = "D" AND
                   EM-ACH-RETURN-FLAG NOT = "R" AND
                   EM-PRENOTE-STATUS NOT = "P" AND
               WRITE CR-CHECK-REGISTER-OUT FROM WS-VOID-REG-LINE
                   AFTER ADVANCING 1 LINE
               SUBTRACT WS-NET-PAY FROM WS-CHECK-TOTAL-AMOUNT
               MOVE "C" TO WS-HS-PAYMENT-METHOD
               MOVE "VOID" TO WS-HS-PAYMENT-REF
           END-IF.

           PERFORM D60-HISTORY-WRITE-PARA.
      *
       B25-REVERSAL-NOTE-PARA.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE WS-CT-SSN-THREE TO WS-XR-SSN-THREE-OUT.
           MOVE "-" TO WS-XR-HYPHEN1-OUT.
           WRITE ER-EARNINGS-REPORT-OUT FROM WS-BALANCING-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM D48-LABOR-REPORT-PARA.

           IF WS-TRIAL-SWITCH = "YES"
               PERFORM D66-PTO-LIABILITY-PARA
               PERFORM D50-REMIT-REGISTER-PARA
               PERFORM D93-STATE-REPORT-PARA
               PERFORM D77-NO-TIMECARD-SWEEP-PARA
               PERFORM D79-PREVIEW-TOTALS-PARA
               GO TO B30-TOTAL-PARA-EXIT
           END-IF.

           MOVE WS-NACHA-TOTAL-CREDIT TO WS-PB-ACH-OUT.
           MOVE WS-CHECK-TOTAL-AMOUNT TO WS-PB-CHECKS-OUT.
           MOVE WS-ALL-NET-PAY TO WS-PB-NET-OUT.

           PERFORM D90-GL-POSTING-PARA.
           PERFORM D93-STATE-REPORT-PARA.
           PERFORM D97-TAX-EXTRACT-PARA.

           PERFORM D72-PRENOTE-SWEEP-PARA.

           MOVE WS-FICA-WAGE-BASE TO RC-FICA-WAGE-BASE-OUT.
           MOVE WS-FICA-RATE TO RC-FICA-RATE-OUT.
           WRITE RC-RUN-CONTROL-RECORD-OUT.
      *
       B30-TOTAL-PARA-EXIT.
           EXIT.
      *
      *
       C20-SHIFT-TOTALS-PARA.
           WRITE ER-EARNINGS-REPORT-OUT FROM WS-HEADINGS-3
               AFTER ADVANCING WS-SPACING.
      *
      *
       C12-PREVIEW-HEADINGS-PARA.
           MOVE WS-PERIOD-END-DATE TO WS-TP-PERIOD-OUT.
           MOVE WS-LAST-PERIOD-END-DATE TO WS-TP-LAST-PERIOD-OUT.
           WRITE PV-PREVIEW-REGISTER-OUT FROM WS-PREVIEW-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE PV-PREVIEW-REGISTER-OUT FROM WS-PREVIEW-HEADING-2
               AFTER ADVANCING 2 LINES.
           WRITE PV-PREVIEW-REGISTER-OUT FROM WS-PREVIEW-HEADING-3
               AFTER ADVANCING 2 LINES.
           MOVE 5 TO WS-TR-LINES-IN-USE.
      *
      *
       C14-PREVIEW-LINE-PARA.
           IF WS-TR-LINES-IN-USE >= 60
               PERFORM C12-PREVIEW-HEADINGS-PARA
           END-IF.
           WRITE PV-PREVIEW-REGISTER-OUT FROM WS-PREVIEW-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-TR-LINES-IN-USE.
      *
      *
       C16-PREVIEW-FLAG-PARA.
           WRITE PV-PREVIEW-REGISTER-OUT FROM WS-PREVIEW-FLAG-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-TR-LINES-IN-USE.
      *
      *
       C60-NACHA-CONTROL-PARA.
           MOVE WS-NACHA-ENTRY-COUNT TO NC-BC-ENTRY-ADDENDA-COUNT.

           MOVE WS-NACHA-ORIGIN-NAME TO NC-BH-COMPANY-NAME.
           MOVE WS-NACHA-COMPANY-ID TO NC-BH-COMPANY-ID.
           MOVE WS-ACH-EFFECTIVE-DATE TO NC-BH-EFFECTIVE-ENTRY-DATE.
           MOVE WS-NACHA-ORIGINATING-DFI TO NC-BH-ORIGINATING-DFI-ID.
           WRITE NC-ACH-RECORD-OUT FROM NC-BATCH-HEADER-RECORD.
      *
           MOVE WS-NACHA-ORIGINATING-DFI TO NC-ED-TRACE-NUMBER (1:8).
           MOVE WS-NACHA-ENTRY-COUNT TO NC-ED-TRACE-NUMBER (9:7).
           WRITE NC-ACH-RECORD-OUT FROM NC-ENTRY-DETAIL-RECORD.
           MOVE "D" TO WS-HS-PAYMENT-METHOD.
           MOVE NC-ED-TRACE-NUMBER TO WS-HS-PAYMENT-REF.

           MOVE EM-BANK-ROUTING (1:8) TO WS-NACHA-ENTRY-HASH-ADD.
           ADD WS-NACHA-ENTRY-HASH-ADD TO WS-NACHA-ENTRY-HASH.
           MOVE WS-NACHA-ENTRY-COUNT TO NC-ED-TRACE-NUMBER (9:7).
           WRITE NC-ACH-RECORD-OUT FROM NC-ENTRY-DETAIL-RECORD.
           MOVE 22 TO NC-ED-TRANSACTION-CODE.
           MOVE "D" TO WS-HS-PAYMENT-METHOD.
           MOVE NC-ED-TRACE-NUMBER TO WS-HS-PAYMENT-REF.

           MOVE EM-BANK-ROUTING (1:8) TO WS-NACHA-ENTRY-HASH-ADD.
           ADD WS-NACHA-ENTRY-HASH-ADD TO WS-NACHA-ENTRY-HASH.
       D73-PRENOTE-SWEEP-READ-PARA-EXIT.
           EXIT.
      *
      *
       D74-PREVIEW-PARA.
           MOVE SPACES TO WS-PREVIEW-LINE.
           MOVE "N" TO WS-TR-NET-FLAG
                       WS-TR-GROSS-FLAG
                       WS-TR-HOURS-FLAG
                       WS-TR-CUT-FLAG
                       WS-TR-NO-PRIOR-FLAG.
           MOVE WS-SSN-OUT TO WS-TP-SSN-OUT.
           MOVE EM-EMPLOYEE-NAME TO WS-TP-NAME-OUT.
           MOVE WS-TOTAL-HOURS TO WS-TP-HOURS-OUT.
           ADD 1 TO WS-TR-EMP-COUNT.

           IF WS-REVERSAL-SWITCH = "YES"
               COMPUTE WS-TP-GROSS-OUT = ZERO - WS-TOTAL-EARNINGS
               COMPUTE WS-TP-FICA-OUT = ZERO - WS-FICA
               COMPUTE WS-TP-FED-OUT = ZERO - WS-TAX-AMOUNT
               COMPUTE WS-TP-STATE-OUT = ZERO - WS-TAXES
               COMPUTE WS-TP-DEDUCT-OUT = ZERO - WS-TOTAL-DEDUCTIONS
               COMPUTE WS-TP-NET-OUT = ZERO - WS-NET-PAY
               SUBTRACT WS-TOTAL-EARNINGS FROM WS-TR-TOTAL-GROSS
               SUBTRACT WS-TOTAL-DEDUCTIONS FROM WS-TR-TOTAL-DEDUCT
               SUBTRACT WS-NET-PAY FROM WS-TR-TOTAL-NET
               MOVE "FLAG" TO WS-TP-FLAG-OUT
               ADD 1 TO WS-TR-FLAG-COUNT
               PERFORM C14-PREVIEW-LINE-PARA
               MOVE "REVERSAL - AMOUNTS BACKED OUT"
                   TO WS-TF-MESSAGE-OUT
               PERFORM C16-PREVIEW-FLAG-PARA
               GO TO D74-PREVIEW-PARA-EXIT
           END-IF.

           MOVE WS-TOTAL-EARNINGS TO WS-TP-GROSS-OUT.
           MOVE WS-FICA TO WS-TP-FICA-OUT.
           MOVE WS-TAX-AMOUNT TO WS-TP-FED-OUT.
           MOVE WS-TAXES TO WS-TP-STATE-OUT.
           MOVE WS-TOTAL-DEDUCTIONS TO WS-TP-DEDUCT-OUT.
           MOVE WS-NET-PAY TO WS-TP-NET-OUT.
           ADD WS-TOTAL-EARNINGS TO WS-TR-TOTAL-GROSS.
           ADD WS-TOTAL-DEDUCTIONS TO WS-TR-TOTAL-DEDUCT.
           ADD WS-NET-PAY TO WS-TR-TOTAL-NET.

           PERFORM D75-PRIOR-PAY-PARA THRU D75-PRIOR-PAY-PARA-EXIT.
           IF WS-TR-PRIOR-FOUND-SWITCH = "Y"
               MOVE WS-TR-PRIOR-NET TO WS-TP-PRIOR-NET-OUT
               MOVE WS-NET-PAY TO WS-TR-CURRENT
               MOVE WS-TR-PRIOR-NET TO WS-TR-PRIOR
               MOVE WS-TR-NET-TOLERANCE TO WS-TR-TOLERANCE
               PERFORM D71-VARIANCE-PARA
               MOVE WS-TR-VARIANCE-SWITCH TO WS-TR-NET-FLAG
               MOVE WS-TOTAL-EARNINGS TO WS-TR-CURRENT
               MOVE WS-TR-PRIOR-GROSS TO WS-TR-PRIOR
               MOVE WS-TR-GROSS-TOLERANCE TO WS-TR-TOLERANCE
               PERFORM D71-VARIANCE-PARA
               MOVE WS-TR-VARIANCE-SWITCH TO WS-TR-GROSS-FLAG
               MOVE WS-TOTAL-HOURS TO WS-TR-CURRENT
               MOVE WS-TR-PRIOR-HOURS TO WS-TR-PRIOR
               MOVE WS-TR-HOURS-TOLERANCE TO WS-TR-TOLERANCE
               PERFORM D71-VARIANCE-PARA
               MOVE WS-TR-VARIANCE-SWITCH TO WS-TR-HOURS-FLAG
           ELSE
               IF WS-LAST-PERIOD-END-DATE > ZERO
                   MOVE "Y" TO WS-TR-NO-PRIOR-FLAG
               END-IF
           END-IF.

           PERFORM D58-CUT-SCAN-PARA
               VARYING WS-ED-SUB FROM 1 BY 1
               UNTIL WS-ED-SUB > WS-ED-COUNT.

           IF WS-TR-NET-FLAG = "Y" OR WS-TR-GROSS-FLAG = "Y" OR
                   WS-TR-HOURS-FLAG = "Y" OR WS-TR-CUT-FLAG = "Y" OR
                   WS-TR-NO-PRIOR-FLAG = "Y"
               MOVE "FLAG" TO WS-TP-FLAG-OUT
               ADD 1 TO WS-TR-FLAG-COUNT
           END-IF.
           PERFORM C14-PREVIEW-LINE-PARA.

           IF WS-TR-NET-FLAG = "Y"
               MOVE "NET PAY OUTSIDE TOLERANCE OF LAST PERIOD"
                   TO WS-TF-MESSAGE-OUT
               PERFORM C16-PREVIEW-FLAG-PARA
           END-IF.
           IF WS-TR-GROSS-FLAG = "Y"
               MOVE "GROSS OUTSIDE TOLERANCE OF LAST PERIOD"
                   TO WS-TF-MESSAGE-OUT
               PERFORM C16-PREVIEW-FLAG-PARA
           END-IF.
           IF WS-TR-HOURS-FLAG = "Y"
               MOVE "HOURS OUTSIDE TOLERANCE OF LAST PERIOD"
                   TO WS-TF-MESSAGE-OUT
               PERFORM C16-PREVIEW-FLAG-PARA
           END-IF.
           IF WS-TR-NO-PRIOR-FLAG = "Y"
               MOVE "NOT PAID IN LAST PERIOD" TO WS-TF-MESSAGE-OUT
               PERFORM C16-PREVIEW-FLAG-PARA
           END-IF.
           IF WS-TR-CUT-FLAG = "Y"
               PERFORM D59-CUT-LINE-PARA
                   VARYING WS-ED-SUB FROM 1 BY 1
                   UNTIL WS-ED-SUB > WS-ED-COUNT
           END-IF.
      *
       D74-PREVIEW-PARA-EXIT.
           EXIT.
      *
      *
       D71-VARIANCE-PARA.
           MOVE "N" TO WS-TR-VARIANCE-SWITCH.
           COMPUTE WS-TR-DIFFERENCE = WS-TR-CURRENT - WS-TR-PRIOR.
           IF WS-TR-DIFFERENCE < ZERO
               COMPUTE WS-TR-DIFFERENCE = ZERO - WS-TR-DIFFERENCE
           END-IF.
           IF WS-TR-PRIOR < ZERO
               COMPUTE WS-TR-LIMIT ROUNDED =
                   (ZERO - WS-TR-PRIOR) * WS-TR-TOLERANCE / 100
           ELSE
               COMPUTE WS-TR-LIMIT ROUNDED =
                   WS-TR-PRIOR * WS-TR-TOLERANCE / 100
           END-IF.
           IF WS-TR-DIFFERENCE > WS-TR-LIMIT
               MOVE "Y" TO WS-TR-VARIANCE-SWITCH
           END-IF.
      *
      *
       D58-CUT-SCAN-PARA.
           IF WS-ED-CUT-SWITCH (WS-ED-SUB) NOT = SPACE
               MOVE "Y" TO WS-TR-CUT-FLAG
           END-IF.
      *
      *
       D59-CUT-LINE-PARA.
           IF WS-ED-CUT-SWITCH (WS-ED-SUB) = "G"
               MOVE "DEDUCTION     CUT BY GARNISHMENT LIMIT"
                   TO WS-TF-MESSAGE-OUT
               MOVE WS-ED-CODE (WS-ED-SUB) TO WS-TF-MESSAGE-OUT (11:3)
               PERFORM C16-PREVIEW-FLAG-PARA
           END-IF.
           IF WS-ED-CUT-SWITCH (WS-ED-SUB) = "D"
               MOVE "DEDUCTION     CUT BY DISPOSABLE PAY"
                   TO WS-TF-MESSAGE-OUT
               MOVE WS-ED-CODE (WS-ED-SUB) TO WS-TF-MESSAGE-OUT (11:3)
               PERFORM C16-PREVIEW-FLAG-PARA
           END-IF.
      *
      *
       D75-PRIOR-PAY-PARA.
           MOVE "N" TO WS-TR-PRIOR-FOUND-SWITCH.
           MOVE ZEROS TO WS-TR-PRIOR-NET
                         WS-TR-PRIOR-GROSS
                         WS-TR-PRIOR-HOURS.
           IF WS-LAST-PERIOD-END-DATE = ZERO
               GO TO D75-PRIOR-PAY-PARA-EXIT
           END-IF.
           MOVE ZERO TO WS-TR-SEQUENCE.
           MOVE "NO" TO WS-TR-PRIOR-DONE-SWITCH.
           PERFORM D76-PRIOR-READ-PARA THRU D76-PRIOR-READ-PARA-EXIT
               UNTIL WS-TR-PRIOR-DONE-SWITCH = "YES".
      *
       D75-PRIOR-PAY-PARA-EXIT.
           EXIT.
      *
      *
       D76-PRIOR-READ-PARA.
           IF WS-TR-SEQUENCE >= 99
               MOVE "YES" TO WS-TR-PRIOR-DONE-SWITCH
               GO TO D76-PRIOR-READ-PARA-EXIT
           END-IF.
           ADD 1 TO WS-TR-SEQUENCE.
           MOVE WS-CT-SSN TO HS-SSN.
           MOVE WS-LAST-PERIOD-END-DATE TO HS-PERIOD-END-DATE.
           MOVE "R" TO HS-PAY-TYPE.
           MOVE WS-TR-SEQUENCE TO HS-SEQUENCE.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE "YES" TO WS-TR-PRIOR-DONE-SWITCH
                   GO TO D76-PRIOR-READ-PARA-EXIT
           END-READ.
           MOVE "Y" TO WS-TR-PRIOR-FOUND-SWITCH.
           MOVE HS-NET-PAY TO WS-TR-PRIOR-NET.
           MOVE HS-GROSS-PAY TO WS-TR-PRIOR-GROSS.
           COMPUTE WS-TR-PRIOR-HOURS =
               HS-REGULAR-HOURS + HS-OVERTIME-HOURS.
      *
       D76-PRIOR-READ-PARA-EXIT.
           EXIT.
      *
      *
       D77-NO-TIMECARD-SWEEP-PARA.
           MOVE LOW-VALUES TO EM-SSN.
           MOVE "N" TO WS-EM-SCAN-EOF-SWITCH.
           START EMPLOYEE-MASTER-FILE KEY NOT < EM-SSN
               INVALID KEY
                   MOVE "Y" TO WS-EM-SCAN-EOF-SWITCH
           END-START.
           PERFORM D78-NO-TIMECARD-READ-PARA
                   THRU D78-NO-TIMECARD-READ-PARA-EXIT
               UNTIL WS-EM-SCAN-EOF-SWITCH = "Y".
      *
      *
       D78-NO-TIMECARD-READ-PARA.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EM-SCAN-EOF-SWITCH
                   GO TO D78-NO-TIMECARD-READ-PARA-EXIT
           END-READ.
           IF EM-EMPLOYEE-STATUS = "T"
               GO TO D78-NO-TIMECARD-READ-PARA-EXIT
           END-IF.
           MOVE ZERO TO WS-TR-TC-FOUND.
           PERFORM D65-TIMECARD-MATCH-PARA
               VARYING WS-TC-SUB FROM 1 BY 1
               UNTIL WS-TC-SUB > WS-TC-COUNT.
           IF WS-TR-TC-FOUND > ZERO
               GO TO D78-NO-TIMECARD-READ-PARA-EXIT
           END-IF.
           MOVE SPACES TO WS-PREVIEW-LINE.
           MOVE EM-SSN (1:3) TO WS-TP-SSN-OUT (1:3).
           MOVE "-" TO WS-TP-SSN-OUT (4:1).
           MOVE EM-SSN (4:2) TO WS-TP-SSN-OUT (5:2).
           MOVE "-" TO WS-TP-SSN-OUT (7:1).
           MOVE EM-SSN (6:4) TO WS-TP-SSN-OUT (8:4).
           MOVE EM-EMPLOYEE-NAME TO WS-TP-NAME-OUT.
           MOVE "FLAG" TO WS-TP-FLAG-OUT.
           PERFORM C14-PREVIEW-LINE-PARA.
           MOVE "NO TIMECARD - ACTIVE ON EMPLOYEE MASTER"
               TO WS-TF-MESSAGE-OUT.
           PERFORM C16-PREVIEW-FLAG-PARA.
           ADD 1 TO WS-TR-NO-TIMECARD-COUNT.
           ADD 1 TO WS-TR-FLAG-COUNT.
      *
       D78-NO-TIMECARD-READ-PARA-EXIT.
           EXIT.
      *
      *
       D65-TIMECARD-MATCH-PARA.
           IF WS-TC-SSN (WS-TC-SUB) = EM-SSN AND
                   WS-TC-REC-CODE (WS-TC-SUB) = "PR"
               MOVE WS-TC-SUB TO WS-TR-TC-FOUND
           END-IF.
      *
      *
       D79-PREVIEW-TOTALS-PARA.
           MOVE WS-TR-EMP-COUNT TO WS-TT-EMP-COUNT-OUT.
           MOVE WS-TR-TOTAL-GROSS TO WS-TT-GROSS-OUT.
           MOVE WS-TR-TOTAL-DEDUCT TO WS-TT-DEDUCT-OUT.
           MOVE WS-TR-TOTAL-NET TO WS-TT-NET-OUT.
           WRITE PV-PREVIEW-REGISTER-OUT FROM WS-PREVIEW-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-TR-FLAG-COUNT TO WS-TT-FLAG-COUNT-OUT.
           MOVE WS-TR-NO-TIMECARD-COUNT TO WS-TT-NO-TC-COUNT-OUT.
           MOVE WS-TR-NET-TOLERANCE TO WS-TT-NET-TOL-OUT.
           MOVE WS-TR-GROSS-TOLERANCE TO WS-TT-GROSS-TOL-OUT.
           MOVE WS-TR-HOURS-TOLERANCE TO WS-TT-HOURS-TOL-OUT.
           WRITE PV-PREVIEW-REGISTER-OUT FROM WS-PREVIEW-FLAG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       D10-DEDUCTIONS-PARA.
           MOVE WS-NET-PAY TO WS-DISPOSABLE-PAY.
           MOVE DM-PRIORITY TO WS-ED-PRIORITY (WS-ED-COUNT).
           MOVE "N" TO WS-ED-APPLIED-SWITCH (WS-ED-COUNT).
           MOVE ZERO TO WS-ED-AMOUNT (WS-ED-COUNT).
           MOVE SPACE TO WS-ED-CUT-SWITCH (WS-ED-COUNT).
      *
       D15-DEDUCT-COLLECT-PARA-EXIT.
           EXIT.
      *
      *
       D22-DEDUCT-REWRITE-PARA.
           IF WS-TRIAL-SWITCH = "YES"
               GO TO D22-DEDUCT-REWRITE-PARA-EXIT
           END-IF.
           MOVE WS-CT-SSN TO DM-SSN.
           MOVE WS-ED-CODE (WS-ED-PICK) TO DM-DEDUCT-CODE.
           READ DEDUCT-MASTER-FILE
               END-IF
               IF WS-DEDUCT-AMOUNT > WS-DEDUCT-AVAILABLE
                   MOVE WS-DEDUCT-AVAILABLE TO WS-DEDUCT-AMOUNT
                   MOVE "G" TO WS-ED-CUT-SWITCH (WS-ED-PICK)
               END-IF
           END-IF.

               WS-DISPOSABLE-PAY - WS-TOTAL-DEDUCTIONS.
           IF WS-DEDUCT-AMOUNT > WS-DEDUCT-AVAILABLE
               MOVE WS-DEDUCT-AVAILABLE TO WS-DEDUCT-AMOUNT
               MOVE "D" TO WS-ED-CUT-SWITCH (WS-ED-PICK)
           END-IF.
           IF WS-DEDUCT-AMOUNT < ZERO
               MOVE ZERO TO WS-DEDUCT-AMOUNT
               ADD WS-DEDUCT-AMOUNT TO WS-RC-AMOUNT (WS-RC-SUB)
           END-IF.
      *
      *
       D40-LABOR-DIST-PARA.
           MOVE EM-DEPARTMENT TO WS-DP-LOOKUP-CODE.
           PERFORM D42-DEPT-LOOKUP-PARA.
           MOVE WS-DP-FOUND TO WS-DP-HOME.
           COMPUTE WS-LD-PTO-HOURS ROUNDED =
               (WS-TOTAL-HOURS + WS-CT-LEAVE-HOURS)
                   * WS-PTO-ACCRUAL-RATE.
           COMPUTE WS-LD-PTO-COST ROUNDED = WS-LD-PTO-HOURS * EM-RATE.
           MOVE ZEROS TO WS-LABOR-DIST-ALLOCATED.
           PERFORM D41-LABOR-COMP-PARA
               VARYING WS-TC-COMP-SUB FROM 1 BY 1
               UNTIL WS-TC-COMP-SUB > WS-TC-COMP-COUNT (WS-TC-SUB).
      *
      *
       D41-LABOR-COMP-PARA.
           MOVE WS-TC-COMP-DEPT (WS-TC-SUB, WS-TC-COMP-SUB)
               TO WS-DP-LOOKUP-CODE.
           IF WS-DP-LOOKUP-CODE = SPACES
               MOVE WS-DP-HOME TO WS-DP-CHARGE
           ELSE
               PERFORM D42-DEPT-LOOKUP-PARA
               MOVE WS-DP-FOUND TO WS-DP-CHARGE
           END-IF.
           IF WS-TC-COMP-SUB = WS-TC-COMP-COUNT (WS-TC-SUB)
               COMPUTE WS-LD-HOURS = WS-TOTAL-HOURS - WS-LA-HOURS
               COMPUTE WS-LD-REGULAR =
                   WS-REGULAR-EARNINGS - WS-LA-REGULAR
               COMPUTE WS-LD-OVERTIME =
                   WS-OVERTIME-EARNINGS - WS-LA-OVERTIME
               COMPUTE WS-LD-DIFF = WS-SHIFT - WS-LA-DIFF
               COMPUTE WS-LD-LEAVE = WS-LEAVE-EARNINGS - WS-LA-LEAVE
               COMPUTE WS-LD-GROSS = WS-TOTAL-EARNINGS - WS-LA-GROSS
               COMPUTE WS-LD-ER-FICA =
                   WS-EMPLOYER-FICA - WS-LA-ER-FICA
               COMPUTE WS-LD-FUTA = WS-FUTA-TAX - WS-LA-FUTA
               COMPUTE WS-LD-SUTA = WS-SUTA-TAX - WS-LA-SUTA
               COMPUTE WS-LD-PTO = WS-LD-PTO-COST - WS-LA-PTO
           ELSE
               PERFORM D44-LABOR-SHARE-PARA
           END-IF.
           ADD WS-LD-HOURS TO WS-LA-HOURS.
           ADD WS-LD-REGULAR TO WS-LA-REGULAR.
           ADD WS-LD-OVERTIME TO WS-LA-OVERTIME.
           ADD WS-LD-DIFF TO WS-LA-DIFF.
           ADD WS-LD-LEAVE TO WS-LA-LEAVE.
           ADD WS-LD-GROSS TO WS-LA-GROSS.
           ADD WS-LD-ER-FICA TO WS-LA-ER-FICA.
           ADD WS-LD-FUTA TO WS-LA-FUTA.
           ADD WS-LD-SUTA TO WS-LA-SUTA.
           ADD WS-LD-PTO TO WS-LA-PTO.
           PERFORM D46-LABOR-POST-PARA.
      *
      *
       D42-DEPT-LOOKUP-PARA.
           MOVE ZERO TO WS-DP-FOUND.
           IF WS-DP-LOOKUP-CODE NOT = SPACES
               PERFORM D43-DEPT-SCAN-PARA
                   VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
           END-IF.
           IF WS-DP-FOUND = ZERO
               MOVE WS-DP-NONE TO WS-DP-FOUND
           END-IF.
      *
      *
       D43-DEPT-SCAN-PARA.
           IF WS-DP-CODE (WS-DP-SUB) = WS-DP-LOOKUP-CODE
               MOVE WS-DP-SUB TO WS-DP-FOUND
           END-IF.
      *
      *
       D44-LABOR-SHARE-PARA.
           COMPUTE WS-LD-HOURS =
               WS-TC-COMP-HOURS (WS-TC-SUB, WS-TC-COMP-SUB)
                   + WS-TC-COMP-OT (WS-TC-SUB, WS-TC-COMP-SUB).
           COMPUTE WS-LD-REGULAR =
               WS-TC-COMP-HOURS (WS-TC-SUB, WS-TC-COMP-SUB) * EM-RATE.
           COMPUTE WS-LD-OVERTIME =
               WS-TC-COMP-OT (WS-TC-SUB, WS-TC-COMP-SUB)
                   * (EM-RATE * 1.5).
           COMPUTE WS-LD-LEAVE =
               WS-TC-COMP-LEAVE (WS-TC-SUB, WS-TC-COMP-SUB) * EM-RATE.
           IF WS-TOTAL-HOURS > ZERO
               COMPUTE WS-LD-DIFF ROUNDED =
                   WS-SHIFT * WS-LD-HOURS / WS-TOTAL-HOURS
           ELSE
               MOVE ZERO TO WS-LD-DIFF
           END-IF.
           COMPUTE WS-LD-GROSS =
               WS-LD-REGULAR + WS-LD-OVERTIME + WS-LD-DIFF
                   + WS-LD-LEAVE.
           IF WS-TOTAL-EARNINGS > ZERO
               COMPUTE WS-LD-ER-FICA ROUNDED =
                   WS-EMPLOYER-FICA * WS-LD-GROSS / WS-TOTAL-EARNINGS
               COMPUTE WS-LD-FUTA ROUNDED =
                   WS-FUTA-TAX * WS-LD-GROSS / WS-TOTAL-EARNINGS
               COMPUTE WS-LD-SUTA ROUNDED =
                   WS-SUTA-TAX * WS-LD-GROSS / WS-TOTAL-EARNINGS
               COMPUTE WS-LD-PTO ROUNDED =
                   WS-LD-PTO-COST * WS-LD-GROSS / WS-TOTAL-EARNINGS
           ELSE
               MOVE ZERO TO WS-LD-ER-FICA
                            WS-LD-FUTA
                            WS-LD-SUTA
                            WS-LD-PTO
           END-IF.
      *
      *
       D46-LABOR-POST-PARA.
           IF WS-LD-SIGN < ZERO
               SUBTRACT WS-LD-HOURS
                   FROM WS-DP-HOURS (WS-DP-CHARGE, WS-SHIFT-INDEX)
               SUBTRACT WS-LD-REGULAR
                   FROM WS-DP-REGULAR (WS-DP-CHARGE, WS-SHIFT-INDEX)
               SUBTRACT WS-LD-OVERTIME
                   FROM WS-DP-OVERTIME (WS-DP-CHARGE, WS-SHIFT-INDEX)
               SUBTRACT WS-LD-DIFF
                   FROM WS-DP-DIFF (WS-DP-CHARGE, WS-SHIFT-INDEX)
               SUBTRACT WS-LD-LEAVE
                   FROM WS-DP-LEAVE (WS-DP-CHARGE, WS-SHIFT-INDEX)
               SUBTRACT WS-LD-GROSS
                   FROM WS-DP-GROSS (WS-DP-CHARGE, WS-SHIFT-INDEX)
               SUBTRACT WS-LD-ER-FICA
                   FROM WS-DP-ER-FICA (WS-DP-CHARGE, WS-SHIFT-INDEX)
               SUBTRACT WS-LD-FUTA
                   FROM WS-DP-FUTA (WS-DP-CHARGE, WS-SHIFT-INDEX)
               SUBTRACT WS-LD-SUTA
                   FROM WS-DP-SUTA (WS-DP-CHARGE, WS-SHIFT-INDEX)
               SUBTRACT WS-LD-PTO
                   FROM WS-DP-PTO (WS-DP-CHARGE, WS-SHIFT-INDEX)
           ELSE
               ADD WS-LD-HOURS
                   TO WS-DP-HOURS (WS-DP-CHARGE, WS-SHIFT-INDEX)
               ADD WS-LD-REGULAR
                   TO WS-DP-REGULAR (WS-DP-CHARGE, WS-SHIFT-INDEX)
               ADD WS-LD-OVERTIME
                   TO WS-DP-OVERTIME (WS-DP-CHARGE, WS-SHIFT-INDEX)
               ADD WS-LD-DIFF
                   TO WS-DP-DIFF (WS-DP-CHARGE, WS-SHIFT-INDEX)
               ADD WS-LD-LEAVE
                   TO WS-DP-LEAVE (WS-DP-CHARGE, WS-SHIFT-INDEX)
               ADD WS-LD-GROSS
                   TO WS-DP-GROSS (WS-DP-CHARGE, WS-SHIFT-INDEX)
               ADD WS-LD-ER-FICA
                   TO WS-DP-ER-FICA (WS-DP-CHARGE, WS-SHIFT-INDEX)
               ADD WS-LD-FUTA
                   TO WS-DP-FUTA (WS-DP-CHARGE, WS-SHIFT-INDEX)
               ADD WS-LD-SUTA
                   TO WS-DP-SUTA (WS-DP-CHARGE, WS-SHIFT-INDEX)
               ADD WS-LD-PTO
                   TO WS-DP-PTO (WS-DP-CHARGE, WS-SHIFT-INDEX)
           END-IF.
      *
      *
       D48-LABOR-REPORT-PARA.
           MOVE ZEROS TO WS-LABOR-DIST-GRAND.
           PERFORM D39-LABOR-HEADINGS-PARA.
           PERFORM D49-LABOR-DEPT-PARA THRU D49-LABOR-DEPT-PARA-EXIT
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-NONE.
           MOVE WS-LABOR-DIST-GRAND TO WS-LABOR-DIST-PRINT.
           MOVE "ALL" TO WS-LL-DEPT-OUT.
           MOVE "TOTAL" TO WS-LL-SHIFT-OUT.
           MOVE 2 TO WS-SPACING.
           PERFORM D34-LABOR-PRINT-PARA.
           MOVE WS-LG-GROSS TO WS-LP-DISTRIBUTED-OUT.
           MOVE WS-ALL-TOTAL-EARNINGS TO WS-LP-REGISTER-OUT.
           IF WS-LG-GROSS = WS-ALL-TOTAL-EARNINGS
               MOVE "IN BALANCE" TO WS-LP-MESSAGE-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-LP-MESSAGE-OUT
           END-IF.
           WRITE LD-LABOR-DIST-REPORT-OUT FROM WS-LABOR-PROOF-LINE
               AFTER ADVANCING 2 LINES.
      *
      *
       D49-LABOR-DEPT-PARA.
           MOVE ZEROS TO WS-LABOR-DIST-TOTALS.
           PERFORM D32-LABOR-SUM-PARA
               VARYING WS-SHIFT-INDEX FROM 1 BY 1
               UNTIL WS-SHIFT-INDEX > 3.
           IF WS-LT-HOURS = ZERO AND WS-LT-GROSS = ZERO AND
                   WS-LT-PTO = ZERO
               GO TO D49-LABOR-DEPT-PARA-EXIT
           END-IF.
           IF WS-LD-LINES-IN-USE >= 54
               PERFORM D39-LABOR-HEADINGS-PARA
           END-IF.
           MOVE WS-DP-CODE (WS-DP-SUB) TO WS-LH-DEPT-OUT.
           MOVE WS-DP-DESCRIPTION (WS-DP-SUB) TO WS-LH-DESCRIPTION-OUT.
           MOVE WS-DP-WAGE-GL (WS-DP-SUB) TO WS-LH-WAGE-GL-OUT.
           MOVE WS-DP-FICA-GL (WS-DP-SUB) TO WS-LH-FICA-GL-OUT.
           MOVE WS-DP-UNEMP-GL (WS-DP-SUB) TO WS-LH-UNEMP-GL-OUT.
           WRITE LD-LABOR-DIST-REPORT-OUT FROM WS-LABOR-DEPT-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LD-LINES-IN-USE.
           PERFORM D33-LABOR-SHIFT-PARA
               VARYING WS-SHIFT-INDEX FROM 1 BY 1
               UNTIL WS-SHIFT-INDEX > 3.
           MOVE WS-LABOR-DIST-TOTALS TO WS-LABOR-DIST-PRINT.
           MOVE WS-DP-CODE (WS-DP-SUB) TO WS-LL-DEPT-OUT.
           MOVE "TOTAL" TO WS-LL-SHIFT-OUT.
           MOVE 1 TO WS-SPACING.
           PERFORM D34-LABOR-PRINT-PARA.
           ADD WS-LT-HOURS TO WS-LG-HOURS.
           ADD WS-LT-REGULAR TO WS-LG-REGULAR.
           ADD WS-LT-OVERTIME TO WS-LG-OVERTIME.
           ADD WS-LT-DIFF TO WS-LG-DIFF.
           ADD WS-LT-LEAVE TO WS-LG-LEAVE.
           ADD WS-LT-GROSS TO WS-LG-GROSS.
           ADD WS-LT-ER-FICA TO WS-LG-ER-FICA.
           ADD WS-LT-FUTA TO WS-LG-FUTA.
           ADD WS-LT-SUTA TO WS-LG-SUTA.
           ADD WS-LT-PTO TO WS-LG-PTO.
      *
       D49-LABOR-DEPT-PARA-EXIT.
           EXIT.
      *
      *
       D32-LABOR-SUM-PARA.
           ADD WS-DP-HOURS (WS-DP-SUB, WS-SHIFT-INDEX) TO WS-LT-HOURS.
           ADD WS-DP-REGULAR (WS-DP-SUB, WS-SHIFT-INDEX)
               TO WS-LT-REGULAR.
           ADD WS-DP-OVERTIME (WS-DP-SUB, WS-SHIFT-INDEX)
               TO WS-LT-OVERTIME.
           ADD WS-DP-DIFF (WS-DP-SUB, WS-SHIFT-INDEX) TO WS-LT-DIFF.
           ADD WS-DP-LEAVE (WS-DP-SUB, WS-SHIFT-INDEX) TO WS-LT-LEAVE.
           ADD WS-DP-GROSS (WS-DP-SUB, WS-SHIFT-INDEX) TO WS-LT-GROSS.
           ADD WS-DP-ER-FICA (WS-DP-SUB, WS-SHIFT-INDEX)
               TO WS-LT-ER-FICA.
           ADD WS-DP-FUTA (WS-DP-SUB, WS-SHIFT-INDEX) TO WS-LT-FUTA.
           ADD WS-DP-SUTA (WS-DP-SUB, WS-SHIFT-INDEX) TO WS-LT-SUTA.
           ADD WS-DP-PTO (WS-DP-SUB, WS-SHIFT-INDEX) TO WS-LT-PTO.
      *
      *
       D33-LABOR-SHIFT-PARA.
           IF WS-DP-HOURS (WS-DP-SUB, WS-SHIFT-INDEX) NOT = ZERO OR
                   WS-DP-GROSS (WS-DP-SUB, WS-SHIFT-INDEX) NOT = ZERO
               MOVE WS-DP-SHIFT (WS-DP-SUB, WS-SHIFT-INDEX)
                   TO WS-LABOR-DIST-PRINT
               MOVE SPACES TO WS-LL-DEPT-OUT
               MOVE "SH" TO WS-LL-SHIFT-OUT
               MOVE WS-SHIFT-INDEX TO WS-LL-SHIFT-OUT (4:1)
               MOVE 1 TO WS-SPACING
               PERFORM D34-LABOR-PRINT-PARA
           END-IF.
      *
      *
       D34-LABOR-PRINT-PARA.
           IF WS-LD-LINES-IN-USE >= 60
               PERFORM D39-LABOR-HEADINGS-PARA
           END-IF.
           MOVE WS-LW-HOURS TO WS-LL-HOURS-OUT.
           MOVE WS-LW-REGULAR TO WS-LL-REGULAR-OUT.
           MOVE WS-LW-OVERTIME TO WS-LL-OVERTIME-OUT.
           MOVE WS-LW-DIFF TO WS-LL-DIFF-OUT.
           MOVE WS-LW-LEAVE TO WS-LL-LEAVE-OUT.
           MOVE WS-LW-GROSS TO WS-LL-GROSS-OUT.
           MOVE WS-LW-ER-FICA TO WS-LL-ER-FICA-OUT.
           MOVE WS-LW-FUTA TO WS-LL-FUTA-OUT.
           MOVE WS-LW-SUTA TO WS-LL-SUTA-OUT.
           MOVE WS-LW-PTO TO WS-LL-PTO-OUT.
           COMPUTE WS-LD-BURDENED =
               WS-LW-GROSS + WS-LW-ER-FICA + WS-LW-FUTA + WS-LW-SUTA
                   + WS-LW-PTO.
           MOVE WS-LD-BURDENED TO WS-LL-BURDENED-OUT.
           WRITE LD-LABOR-DIST-REPORT-OUT FROM WS-LABOR-DIST-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LD-LINES-IN-USE.
      *
      *
       D39-LABOR-HEADINGS-PARA.
           MOVE WS-PERIOD-END-DATE TO WS-LD-PERIOD-OUT.
           WRITE LD-LABOR-DIST-REPORT-OUT FROM WS-LABOR-DIST-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE LD-LABOR-DIST-REPORT-OUT FROM WS-LABOR-DIST-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE LD-LABOR-DIST-REPORT-OUT FROM WS-LABOR-DIST-HEADING-3
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO WS-LD-LINES-IN-USE.
      *
      *
       D45-DEDUCT-LINES-PARA.
           IF WS-ED-AMOUNT (WS-ED-SUB) > ZERO
       D57-REMIT-CHECK-PARA.
           MOVE WS-NACHA-ORIGIN-NAME TO WS-CK-COMPANY-OUT.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CK-NUMBER-OUT.
           MOVE WS-CHECK-DATE-1 TO WS-CK-DATE-OUT.
           MOVE WS-PM-NAME (WS-PM-FOUND) TO WS-CK-PAYEE-OUT.
           MOVE WS-RC-AMOUNT (WS-RC-SUB) TO WS-CK-AMOUNT-OUT.
           MOVE SPACES TO WS-CK-SSN-OUT.
           MOVE WS-PP-ACCOUNT-NUMBER TO PP-ACCOUNT-OUT.
           MOVE WS-NEXT-CHECK-NUMBER TO PP-CHECK-NUMBER-OUT.
           MOVE WS-RC-AMOUNT (WS-RC-SUB) TO PP-AMOUNT-OUT.
           MOVE WS-CHECK-DATE TO PP-ISSUE-DATE-OUT.
           MOVE WS-PM-NAME (WS-PM-FOUND) TO PP-PAYEE-OUT.
           WRITE PP-POSITIVE-PAY-RECORD-OUT.

           ADD WS-RC-AMOUNT (WS-RC-SUB) TO WS-REMIT-CHECK-TOTAL.
           ADD 1 TO WS-NEXT-CHECK-NUMBER.
      *
      *
       D60-HISTORY-WRITE-PARA.
           MOVE SPACES TO HS-PAY-HISTORY-RECORD.
           MOVE WS-CT-SSN TO HS-SSN.
           MOVE WS-PERIOD-END-DATE TO HS-PERIOD-END-DATE.
           IF WS-REVERSAL-SWITCH = "YES"
               MOVE "V" TO HS-PAY-TYPE
           ELSE
               MOVE "R" TO HS-PAY-TYPE
           END-IF.
           MOVE 1 TO HS-SEQUENCE.
           MOVE WS-CHECK-DATE TO HS-CHECK-DATE.
           MOVE EM-EMPLOYEE-NAME TO HS-EMPLOYEE-NAME.
           MOVE EM-RATE TO HS-RATE.
           MOVE EM-SHIFT-NUMBER TO HS-SHIFT-NUMBER.
           MOVE EM-WORK-STATE TO HS-WORK-STATE.
           MOVE EM-WC-CLASS TO HS-WC-CLASS.
           MOVE WS-CT-HOURS TO HS-REGULAR-HOURS.
           MOVE WS-CT-OT-HOURS TO HS-OVERTIME-HOURS.
           MOVE WS-CT-LEAVE-HOURS TO HS-LEAVE-HOURS.
           MOVE WS-SHIFT TO HS-SHIFT-DIFF.
           MOVE WS-REGULAR-EARNINGS TO HS-REGULAR-EARNINGS.
           MOVE WS-OVERTIME-EARNINGS TO HS-OVERTIME-EARNINGS.
           MOVE WS-LEAVE-EARNINGS TO HS-LEAVE-EARNINGS.
           MOVE WS-TOTAL-EARNINGS TO HS-GROSS-PAY.
           MOVE WS-FICA TO HS-FICA.
           MOVE WS-EMPLOYER-FICA TO HS-EMPLOYER-FICA.
           MOVE WS-TAX-AMOUNT TO HS-FED-TAX.
           MOVE WS-TAXES TO HS-STATE-TAX.
           MOVE WS-ED-COUNT TO HS-DEDUCT-COUNT.
           PERFORM D62-HISTORY-DEDUCT-PARA
               VARYING WS-HS-SUB FROM 1 BY 1
               UNTIL WS-HS-SUB > 12.
           MOVE WS-TOTAL-DEDUCTIONS TO HS-TOTAL-DEDUCTIONS.
           MOVE WS-NET-PAY TO HS-NET-PAY.
           MOVE WS-HS-PAYMENT-METHOD TO HS-PAYMENT-METHOD.
           MOVE WS-HS-PAYMENT-REF TO HS-PAYMENT-REF.
           MOVE WS-NYTD TO HS-YTD-WAGES.
           MOVE WS-YTD-FICA TO HS-YTD-FICA.
           MOVE WS-YTD-FED-TAX TO HS-YTD-FED-TAX.
           MOVE WS-YTD-STATE-TAX TO HS-YTD-STATE-TAX.
           MOVE "NO" TO WS-HS-WRITTEN-SWITCH.
           PERFORM D61-HISTORY-PUT-PARA THRU D61-HISTORY-PUT-PARA-EXIT
               UNTIL WS-HS-WRITTEN-SWITCH = "YES".
      *
      *
       D61-HISTORY-PUT-PARA.
           MOVE "NO" TO WS-HS-DUPLICATE-SWITCH.
           WRITE HS-PAY-HISTORY-RECORD
               INVALID KEY
                   MOVE "YES" TO WS-HS-DUPLICATE-SWITCH
           END-WRITE.
           IF WS-HS-DUPLICATE-SWITCH = "NO"
               MOVE "YES" TO WS-HS-WRITTEN-SWITCH
               GO TO D61-HISTORY-PUT-PARA-EXIT
           END-IF.
           IF WS-RESTART-SWITCH = "YES"
               PERFORM D51-HISTORY-RESTART-PARA
               IF WS-HS-WRITTEN-SWITCH = "YES"
                   GO TO D61-HISTORY-PUT-PARA-EXIT
               END-IF
           END-IF.
           IF HS-SEQUENCE >= 99
               DISPLAY "PROG3 ABEND - HISTORY SEQUENCE EXHAUSTED "
                   HS-SSN
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO HS-SEQUENCE.
      *
       D61-HISTORY-PUT-PARA-EXIT.
           EXIT.
      *
      *
       D51-HISTORY-RESTART-PARA.
           MOVE HS-PAY-HISTORY-RECORD TO WS-HS-SAVE-RECORD.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   DISPLAY "PROG3 ABEND - HISTORY READ FAILED " HS-SSN
                   PERFORM E10-ABORT-PARA
           END-READ.
           IF HS-GROSS-PAY = WS-TOTAL-EARNINGS AND
                   HS-NET-PAY = WS-NET-PAY AND
                   HS-REGULAR-HOURS = WS-CT-HOURS AND
                   HS-OVERTIME-HOURS = WS-CT-OT-HOURS
               MOVE WS-HS-SAVE-RECORD TO HS-PAY-HISTORY-RECORD
               REWRITE HS-PAY-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "PROG3 ABEND - HISTORY REWRITE FAILED "
                           HS-SSN
                       PERFORM E10-ABORT-PARA
               END-REWRITE
               MOVE "YES" TO WS-HS-WRITTEN-SWITCH
           ELSE
               MOVE WS-HS-SAVE-RECORD TO HS-PAY-HISTORY-RECORD
           END-IF.
      *
      *
       D62-HISTORY-DEDUCT-PARA.
           IF WS-HS-SUB > WS-ED-COUNT
               MOVE SPACES TO HS-DEDUCT-CODE (WS-HS-SUB)
               MOVE ZERO TO HS-DEDUCT-AMOUNT (WS-HS-SUB)
           ELSE
               MOVE WS-ED-CODE (WS-HS-SUB) TO HS-DEDUCT-CODE (WS-HS-SUB)
               MOVE WS-ED-AMOUNT (WS-HS-SUB)
                   TO HS-DEDUCT-AMOUNT (WS-HS-SUB)
           END-IF.
      *
      *
       D63-YTD-UPDATE-PARA.
           MOVE WS-CT-SSN TO YM-SSN.
      *
       D70-STUB-PARA.
           MOVE WS-NACHA-ORIGIN-NAME TO WS-SB-COMPANY-OUT.
           MOVE WS-CHECK-DATE-1 TO WS-SB-DATE-OUT.
           MOVE EM-EMPLOYEE-NAME TO WS-SB-NAME-OUT.
           MOVE WS-CT-SSN-THREE TO WS-SB-SSN-THREE-OUT.
           MOVE WS-CT-SSN-TWO TO WS-SB-SSN-TWO-OUT.
           WRITE GP-GL-PROOF-RECORD-OUT FROM WS-GL-PROOF-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE ZEROS TO WS-LD-GL-WAGES
                         WS-LD-GL-FICA
                         WS-LD-GL-UNEMP.
           PERFORM D91-GL-DEPT-PARA
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-NONE.

           MOVE WS-GL-WAGE-EXPENSE TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           COMPUTE WS-GL-AMOUNT =
               WS-ALL-TOTAL-EARNINGS - WS-LD-GL-WAGES.
           MOVE "UNDISTRIBUTED WAGES" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-FICA-EXPENSE TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           COMPUTE WS-GL-AMOUNT =
               WS-ALL-EMPLOYER-FICA - WS-LD-GL-FICA.
           MOVE "UNDISTRIBUTED ER FICA" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-UNEMP-EXPENSE TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           COMPUTE WS-GL-AMOUNT =
               WS-ALL-FUTA-TAX + WS-ALL-SUTA-TAX - WS-LD-GL-UNEMP.
           MOVE "UNDISTRIBUTED UNEMP TAX" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-FUTA-PAYABLE TO WS-GL-ACCOUNT.
           WRITE GP-GL-PROOF-RECORD-OUT FROM WS-GL-PROOF-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
      *
       D91-GL-DEPT-PARA.
           MOVE ZEROS TO WS-LABOR-DIST-TOTALS.
           PERFORM D32-LABOR-SUM-PARA
               VARYING WS-SHIFT-INDEX FROM 1 BY 1
               UNTIL WS-SHIFT-INDEX > 3.

           MOVE WS-DP-WAGE-GL (WS-DP-SUB) TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           MOVE WS-LT-GROSS TO WS-GL-AMOUNT.
           MOVE SPACES TO WS-GL-DESC.
           MOVE "WAGE EXPENSE DEPT" TO WS-GL-DESC (1:17).
           MOVE WS-DP-CODE (WS-DP-SUB) TO WS-GL-DESC (19:3).
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.
           ADD WS-LT-GROSS TO WS-LD-GL-WAGES.

           MOVE WS-DP-FICA-GL (WS-DP-SUB) TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           MOVE WS-LT-ER-FICA TO WS-GL-AMOUNT.
           MOVE SPACES TO WS-GL-DESC.
           MOVE "ER FICA EXPENSE DEPT" TO WS-GL-DESC (1:20).
           MOVE WS-DP-CODE (WS-DP-SUB) TO WS-GL-DESC (22:3).
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.
           ADD WS-LT-ER-FICA TO WS-LD-GL-FICA.

           MOVE WS-DP-UNEMP-GL (WS-DP-SUB) TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           COMPUTE WS-GL-AMOUNT = WS-LT-FUTA + WS-LT-SUTA.
           MOVE SPACES TO WS-GL-DESC.
           MOVE "UNEMP TAX EXP DEPT" TO WS-GL-DESC (1:18).
           MOVE WS-DP-CODE (WS-DP-SUB) TO WS-GL-DESC (20:3).
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.
           ADD WS-LT-FUTA WS-LT-SUTA TO WS-LD-GL-UNEMP.
      *
      *
       D92-GL-POST-ONE-PARA.
           IF WS-GL-AMOUNT = ZERO
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      *
       D97-TAX-EXTRACT-PARA.
           MOVE SPACES TO TX-TAX-LIABILITY-OUT.
           MOVE "F" TO TX-REC-TYPE.
           MOVE WS-CHECK-DATE TO TX-CHECK-DATE.
           MOVE WS-PERIOD-END-DATE TO TX-PERIOD-END-DATE.
           MOVE "R" TO TX-SOURCE.
           MOVE SPACES TO TX-STATE.
           MOVE WS-ALL-FICA TO TX-EE-FICA.
           MOVE WS-ALL-EMPLOYER-FICA TO TX-ER-FICA.
           MOVE WS-ALL-TAX-AMOUNT TO TX-WITHHOLDING.
           MOVE WS-ALL-TOTAL-EARNINGS TO TX-WAGES.
           MOVE WS-EMPLOYEES-PAID TO TX-EMP-COUNT.
           WRITE TX-TAX-LIABILITY-OUT.
           PERFORM D98-TAX-STATE-PARA
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT.
      *
      *
       D98-TAX-STATE-PARA.
           IF WS-ST-EMP-COUNT (WS-ST-SUB) > ZERO
               MOVE SPACES TO TX-TAX-LIABILITY-OUT
               MOVE "S" TO TX-REC-TYPE
               MOVE WS-CHECK-DATE TO TX-CHECK-DATE
               MOVE WS-PERIOD-END-DATE TO TX-PERIOD-END-DATE
               MOVE "R" TO TX-SOURCE
               MOVE WS-ST-CODE (WS-ST-SUB) TO TX-STATE
               MOVE ZERO TO TX-EE-FICA
                            TX-ER-FICA
               MOVE WS-ST-TAX (WS-ST-SUB) TO TX-WITHHOLDING
               MOVE WS-ST-WAGES (WS-ST-SUB) TO TX-WAGES
               MOVE WS-ST-EMP-COUNT (WS-ST-SUB) TO TX-EMP-COUNT
               WRITE TX-TAX-LIABILITY-OUT
           END-IF.
      *
      *
       C55-CHECK-PARA.
           MOVE WS-NACHA-ORIGIN-NAME TO WS-CK-COMPANY-OUT.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CK-NUMBER-OUT.
           MOVE WS-CHECK-DATE-1 TO WS-CK-DATE-OUT.
           MOVE EM-EMPLOYEE-NAME TO WS-CK-PAYEE-OUT.
           MOVE WS-NET-PAY TO WS-CK-AMOUNT-OUT.
           MOVE WS-SSN-OUT TO WS-CK-SSN-OUT.
               AFTER ADVANCING PAGE.
           WRITE CP-CHECK-PRINT-OUT FROM WS-CHECK-LINE-2
               AFTER ADVANCING 2 LINES.
           PERFORM C56-CHECK-ADDRESS-PARA
               THRU C56-CHECK-ADDRESS-PARA-EXIT.
           WRITE CP-CHECK-PRINT-OUT FROM WS-CHECK-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE WS-PP-ACCOUNT-NUMBER TO PP-ACCOUNT-OUT.
           MOVE WS-NEXT-CHECK-NUMBER TO PP-CHECK-NUMBER-OUT.
           MOVE WS-NET-PAY TO PP-AMOUNT-OUT.
           MOVE WS-CHECK-DATE TO PP-ISSUE-DATE-OUT.
           MOVE EM-EMPLOYEE-NAME TO PP-PAYEE-OUT.
           WRITE PP-POSITIVE-PAY-RECORD-OUT.

           MOVE "C" TO WS-HS-PAYMENT-METHOD.
           MOVE SPACES TO WS-HS-PAYMENT-REF.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-HS-PAYMENT-REF (1:8).
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-NET-PAY TO WS-CHECK-TOTAL-AMOUNT.
           ADD 1 TO WS-NEXT-CHECK-NUMBER.
      *
      *
       C56-CHECK-ADDRESS-PARA.
           IF EM-ADDRESS-LINE-1 = SPACES
               GO TO C56-CHECK-ADDRESS-PARA-EXIT
           END-IF.

           MOVE EM-ADDRESS-LINE-1 TO WS-CK-ADDRESS-OUT.
           WRITE CP-CHECK-PRINT-OUT FROM WS-CHECK-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           IF EM-ADDRESS-LINE-2 NOT = SPACES
               MOVE EM-ADDRESS-LINE-2 TO WS-CK-ADDRESS-OUT
               WRITE CP-CHECK-PRINT-OUT FROM WS-CHECK-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE EM-CITY TO WS-CK-CITY-OUT.
           MOVE EM-ADDRESS-STATE TO WS-CK-STATE-OUT.
           MOVE EM-ZIP-FIVE TO WS-CK-ZIP-FIVE-OUT.
           IF EM-ZIP-PLUS-FOUR = SPACES
               MOVE SPACES TO WS-CK-ZIP-DASH-OUT
           ELSE
               MOVE "-" TO WS-CK-ZIP-DASH-OUT
           END-IF.
           MOVE EM-ZIP-PLUS-FOUR TO WS-CK-ZIP-PLUS-FOUR-OUT.
           WRITE CP-CHECK-PRINT-OUT FROM WS-CHECK-CITY-LINE
               AFTER ADVANCING 1 LINE.
      *
       C56-CHECK-ADDRESS-PARA-EXIT.
           EXIT.
      *
      *
       B28-RATE-LOOKUP-PARA.
           MOVE "NO" TO WS-RH-EOF-SWITCH
                        WS-RH-LATER-SWITCH.
           MOVE ZERO TO WS-RH-RATE.
           MOVE EM-SSN TO RH-SSN.
           MOVE ZERO TO RH-EFFECTIVE-DATE.
           START RATE-HISTORY-FILE KEY NOT < RH-RATE-KEY
               INVALID KEY
                   GO TO B28-RATE-LOOKUP-PARA-EXIT
           END-START.
           PERFORM B29-RATE-READ-PARA THRU B29-RATE-READ-PARA-EXIT
               UNTIL WS-RH-EOF-SWITCH = "YES".
           IF WS-RH-RATE = ZERO OR WS-RH-RATE = EM-RATE
               GO TO B28-RATE-LOOKUP-PARA-EXIT
           END-IF.
           MOVE WS-RH-RATE TO EM-RATE.
           IF WS-TRIAL-SWITCH = "NO" AND WS-DUPLICATE-SWITCH = "NO" AND
                   WS-RH-LATER-SWITCH = "NO"
               REWRITE EM-EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "PROG3 ABEND - EMPMAST REWRITE FAILED "
                           EM-SSN
                       PERFORM E10-ABORT-PARA
               END-REWRITE
           END-IF.
      *
       B28-RATE-LOOKUP-PARA-EXIT.
           EXIT.
      *
      *
       B29-RATE-READ-PARA.
           READ RATE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-RH-EOF-SWITCH
                   GO TO B29-RATE-READ-PARA-EXIT
           END-READ.
           IF RH-SSN NOT = EM-SSN
               MOVE "YES" TO WS-RH-EOF-SWITCH
               GO TO B29-RATE-READ-PARA-EXIT
           END-IF.
           IF RH-EFFECTIVE-DATE > WS-PERIOD-END-DATE
               MOVE "YES" TO WS-RH-LATER-SWITCH
               MOVE "YES" TO WS-RH-EOF-SWITCH
               GO TO B29-RATE-READ-PARA-EXIT
           END-IF.
           MOVE RH-RATE TO WS-RH-RATE.
      *
       B29-RATE-READ-PARA-EXIT.
           EXIT.
      *
      *
       B31-REVERSAL-RATE-PARA.
           MOVE "NO" TO WS-RV-DONE-SWITCH.
           MOVE ZERO TO WS-RH-RATE
                        WS-RV-SEQUENCE.
           IF WS-DUPLICATE-SWITCH = "YES"
               MOVE WS-PERIOD-END-DATE TO WS-RV-PERIOD-END-DATE
           ELSE
               MOVE WS-LAST-PERIOD-END-DATE TO WS-RV-PERIOD-END-DATE
           END-IF.
           IF WS-RV-PERIOD-END-DATE = ZERO
               GO TO B31-REVERSAL-RATE-PARA-EXIT
           END-IF.
           PERFORM B33-REVERSAL-RATE-READ-PARA
                   THRU B33-REVERSAL-RATE-READ-PARA-EXIT
               UNTIL WS-RV-DONE-SWITCH = "YES".
           IF WS-RH-RATE > ZERO
               MOVE WS-RH-RATE TO EM-RATE
           END-IF.
      *
       B31-REVERSAL-RATE-PARA-EXIT.
           EXIT.
      *
      *
       B33-REVERSAL-RATE-READ-PARA.
           IF WS-RV-SEQUENCE >= 99
               MOVE "YES" TO WS-RV-DONE-SWITCH
               GO TO B33-REVERSAL-RATE-READ-PARA-EXIT
           END-IF.
           ADD 1 TO WS-RV-SEQUENCE.
           MOVE WS-CT-SSN TO HS-SSN.
           MOVE WS-RV-PERIOD-END-DATE TO HS-PERIOD-END-DATE.
           MOVE "R" TO HS-PAY-TYPE.
           MOVE WS-RV-SEQUENCE TO HS-SEQUENCE.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE "YES" TO WS-RV-DONE-SWITCH
                   GO TO B33-REVERSAL-RATE-READ-PARA-EXIT
           END-READ.
           MOVE HS-RATE TO WS-RH-RATE.
      *
       B33-REVERSAL-RATE-READ-PARA-EXIT.
           EXIT.
      *
      *
       B21-RUN-CONTROL-PARA.
           READ RUN-CONTROL-IN
                   RC-STATUS-IN = "C"
               MOVE "YES" TO WS-DUPLICATE-SWITCH
           END-IF.
           IF RC-STATUS-IN = "C" AND
                   RC-PERIOD-END-DATE-IN < WS-PERIOD-END-DATE AND
                   RC-PERIOD-END-DATE-IN > WS-LAST-PERIOD-END-DATE
               MOVE RC-PERIOD-END-DATE-IN TO WS-LAST-PERIOD-END-DATE
           END-IF.
           IF RC-STATUS-IN = "C" AND
                   RC-PERIOD-END-DATE-IN > WS-LATEST-PERIOD-END-DATE
               MOVE RC-PERIOD-END-DATE-IN TO WS-LATEST-PERIOD-END-DATE
           END-IF.
           IF WS-TRIAL-SWITCH = "YES"
               GO TO B21-RUN-CONTROL-PARA-EXIT
           END-IF.
           MOVE RC-RUN-CONTROL-RECORD-IN TO RC-RUN-CONTROL-RECORD-OUT.
           WRITE RC-RUN-CONTROL-RECORD-OUT.
      *
      *
      *
       E10-ABORT-PARA.
           PERFORM E20-CLOSE-PARA.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *
       E20-CLOSE-PARA.
           IF WS-TRIAL-SWITCH = "YES"
               CLOSE PAYROLL-FILE-IN
                   EMPLOYEE-MASTER-FILE
                   PTO-MASTER-FILE
                   PAYROLL-REPORT-OUT
                   YTD-MASTER-FILE
                   EXCEPTION-REPORT-OUT
                   DEDUCT-MASTER-FILE
                   DEDUCT-REGISTER-OUT
                   STATE-LIABILITY-OUT
                   PAY-HISTORY-FILE
                   PREVIEW-REGISTER-OUT
                   PAY-CALENDAR-FILE
                   RATE-HISTORY-FILE
                   LABOR-DIST-REPORT-OUT
           ELSE
               CLOSE PAYROLL-FILE-IN
                   EMPLOYEE-MASTER-FILE
                   PTO-MASTER-FILE
                   PRENOTE-REPORT-OUT
                   PAYROLL-REPORT-OUT
                   YTD-MASTER-FILE
                   EXCEPTION-REPORT-OUT
                   ACH-FILE-OUT
                   DEDUCT-MASTER-FILE
                   DEDUCT-REGISTER-OUT
                   STUB-FILE-OUT
                   GL-POSTING-FILE-OUT
                   GL-PROOF-REPORT-OUT
                   STATE-LIABILITY-OUT
                   CHECK-CONTROL-OUT
                   CHECK-PRINT-OUT
                   CHECK-REGISTER-OUT
                   POSITIVE-PAY-OUT
                   RUN-CONTROL-OUT
                   CHECKPOINT-FILE-OUT
                   PAY-HISTORY-FILE
                   PAY-CALENDAR-FILE
                   RATE-HISTORY-FILE
                   TAX-LIABILITY-OUT
                   LABOR-DIST-REPORT-OUT
           END-IF.
      *
      *
