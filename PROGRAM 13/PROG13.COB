       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROG13.
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
           SELECT TIME-PARM-FILE-IN
               ASSIGN TO TIMEPRM.
           SELECT PUNCH-FILE-IN
               ASSIGN TO PUNCHIN.
           SELECT OPTIONAL ADJUST-FILE-IN
               ASSIGN TO PUNCHADJ.
           SELECT PAY-CALENDAR-FILE
               ASSIGN TO PAYCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD-END-DATE.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN.
           SELECT PAYROLL-FILE-OUT
               ASSIGN TO TW8B8C.
           SELECT TIME-REPORT-OUT
               ASSIGN TO PROG13-OUT.
           SELECT EXCEPTION-REPORT-OUT
               ASSIGN TO PROG13-EXC.
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  TIME-PARM-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TP-TIME-PARM-RECORD-IN.
      *
       01  TP-TIME-PARM-RECORD-IN.
           05  TP-PERIOD-END-DATE-IN         PIC 9(6).
           05  TP-ROUND-MINUTES-IN           PIC 9(2).
           05  TP-MEAL-AFTER-HOURS-IN        PIC 9(2)V99.
           05  TP-MEAL-MINUTES-IN            PIC 9(2).
           05  TP-DAILY-LIMIT-HOURS-IN       PIC 9(2)V99.
           05  FILLER                        PIC X(62).
      *
       FD  PUNCH-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PU-PUNCH-RECORD-IN.
      *
       01  PU-PUNCH-RECORD-IN.
           05  PU-SSN-IN                     PIC X(9).
           05  PU-IN-DATE-IN                 PIC 9(6).
           05  PU-IN-TIME-IN                 PIC 9(4).
           05  PU-OUT-DATE-IN                PIC 9(6).
           05  PU-OUT-TIME-IN                PIC 9(4).
           05  PU-CLOCK-ID-IN                PIC X(4).
           05  PU-CHARGE-DEPT-IN             PIC X(3).
           05  FILLER                        PIC X(44).
      *
       FD  ADJUST-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS AJ-ADJUST-RECORD-IN.
      *
       01  AJ-ADJUST-RECORD-IN.
           05  AJ-ACTION-IN                  PIC X(1).
           05  AJ-SSN-IN                     PIC X(9).
           05  AJ-IN-DATE-IN                 PIC 9(6).
           05  AJ-IN-TIME-IN                 PIC 9(4).
           05  AJ-OUT-DATE-IN                PIC 9(6).
           05  AJ-OUT-TIME-IN                PIC 9(4).
           05  AJ-LEAVE-HOURS-IN             PIC 9(3)V99.
           05  AJ-APPROVED-BY-IN             PIC X(8).
           05  AJ-REASON-IN                  PIC X(20).
           05  AJ-CHARGE-DEPT-IN             PIC X(3).
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
       FD  PAYROLL-FILE-OUT
               RECORD CONTAINS 30 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PR-PAYROLL-RECORD-OUT.
      *
       01  PR-PAYROLL-RECORD-OUT.
           05  PR-REC-CODE-OUT               PIC X(2).
           05  PR-SSN-OUT                    PIC X(9).
           05  PR-HOURS-OUT                  PIC 999V99.
           05  PR-OVERTIME-HOURS-OUT         PIC 999V99.
           05  PR-LEAVE-HOURS-OUT            PIC 999V99.
           05  PR-CHARGE-DEPT-OUT            PIC X(3).
           05  FILLER                        PIC X(1).
      *
       01  PH-PERIOD-HEADER-RECORD-OUT.
           05  PH-REC-CODE-OUT               PIC X(2).
           05  PH-PERIOD-END-DATE-OUT        PIC 9(6).
           05  FILLER                        PIC X(22).
      *
       FD  TIME-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TR-TIME-REPORT-OUT.
      *
       01  TR-TIME-REPORT-OUT                PIC X(132).
      *
       FD  EXCEPTION-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS XR-EXCEPTION-REPORT-OUT.
      *
       01  XR-EXCEPTION-REPORT-OUT           PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                 PIC X(3).
           05  WS-AJ-EOF-SWITCH              PIC X(3).
           05  WS-VALID-SWITCH               PIC X(3).
           05  WS-EE-VALID-SWITCH            PIC X(3).
           05  WS-DELETED-SWITCH             PIC X(3).
           05  WS-NEXT-DAY-SWITCH            PIC X(3).
           05  WS-LIMIT-SWITCH               PIC X(3).
           05  WS-OVERLAP-SWITCH             PIC X(3).
      *
       01  WS-EDIT-FIELDS.
           05  WS-ERROR-MESSAGE              PIC X(30).
           05  WS-EE-MESSAGE                 PIC X(30).
           05  WS-SOURCE-DESC                PIC X(6).
           05  WS-PREV-SSN                   PIC X(9).
           05  WS-CHARGE-DEPT                PIC X(3).
      *
       01  WS-LIMIT-MESSAGE.
           05  FILLER                        PIC X(19) VALUE
               "OVER DAILY LIMIT - ".
           05  WS-LM-HOURS-OUT               PIC Z9.99.
           05  FILLER                        PIC X(6) VALUE " HOURS".
      *
       01  WS-TIME-RULES.
           05  WS-PERIOD-END-DATE            PIC 9(6).
           05  WS-PERIOD-BEGIN-DATE          PIC 9(6).
           05  WS-ROUND-MINUTES              PIC 9(2).
           05  WS-ROUND-HALF                 PIC 9(2).
           05  WS-MEAL-AFTER-MINUTES         PIC 9(4).
           05  WS-MEAL-MINUTES               PIC 9(2).
           05  WS-DAILY-LIMIT-MINUTES        PIC 9(4).
      *
       01  WS-PERIOD-TABLE.
           05  WS-PD-SUB                     PIC 9(2)   COMP.
           05  WS-PD-DAY                     PIC 9(2)   COMP.
           05  WS-PD-DATE OCCURS 14 TIMES    PIC 9(6).
      *
       01  WS-PAIR-PUNCH.
           05  WS-PA-PUNCH-KEY.
               10  WS-PA-SSN                 PIC X(9).
               10  WS-PA-IN-DATE             PIC 9(6).
               10  WS-PA-IN-TIME             PIC 9(4).
               10  WS-PA-IN-TIMES REDEFINES WS-PA-IN-TIME.
                   15  WS-PA-IN-HH           PIC 9(2).
                   15  WS-PA-IN-MM           PIC 9(2).
           05  WS-PA-OUT-DATE                PIC 9(6).
           05  WS-PA-OUT-TIME                PIC 9(4).
           05  WS-PA-OUT-TIMES REDEFINES WS-PA-OUT-TIME.
               10  WS-PA-OUT-HH              PIC 9(2).
               10  WS-PA-OUT-MM              PIC 9(2).
      *
       01  WS-PAIR-FIELDS.
           05  WS-PA-IN-STAMP                PIC 9(10).
           05  WS-PA-OUT-STAMP               PIC 9(10).
           05  WS-PA-IN-MINUTES              PIC 9(4).
           05  WS-PA-OUT-MINUTES             PIC 9(4).
           05  WS-PA-WORKED-MINUTES          PIC 9(4).
           05  WS-RD-MINUTES                 PIC 9(4).
           05  WS-RD-QUOTIENT                PIC 9(4).
      *
       01  WS-ADJUST-TABLE.
           05  WS-AJ-COUNT                   PIC 9(4)   COMP.
           05  WS-AJ-SUB                     PIC 9(4)   COMP.
           05  WS-AJ-ENTRY OCCURS 500 TIMES.
               10  WS-AJ-ACTION              PIC X(1).
               10  WS-AJ-PAIR.
                   15  WS-AJ-PUNCH-KEY       PIC X(19).
                   15  FILLER                PIC X(10).
               10  WS-AJ-LEAVE-HOURS         PIC 9(3)V99.
               10  WS-AJ-USED                PIC X(1).
               10  WS-AJ-CHARGE-DEPT         PIC X(3).
      *
       01  WS-EMPLOYEE-TABLE.
           05  WS-EE-COUNT                   PIC 9(4)   COMP.
           05  WS-EE-SUB                     PIC 9(4)   COMP.
           05  WS-EE-MATCH-SUB               PIC 9(4)   COMP.
           05  WS-EE-ENTRY OCCURS 2000 TIMES.
               10  WS-EE-SSN                 PIC X(9).
               10  WS-EE-NAME                PIC X(18).
               10  WS-EE-LAST-OUT-STAMP      PIC 9(10).
               10  WS-EE-LEAVE-HOURS         PIC 9(3)V99.
               10  WS-EE-DAY-MINUTES OCCURS 14 TIMES
                                             PIC 9(4)   COMP.
               10  WS-EE-DEPT-COUNT          PIC 9(2)   COMP.
               10  WS-EE-DEPT-ENTRY OCCURS 4 TIMES.
                   15  WS-EE-DEPT-CODE       PIC X(3).
                   15  WS-EE-DEPT-LEAVE      PIC 9(3)V99.
                   15  WS-EE-DEPT-MINUTES OCCURS 2 TIMES
                                             PIC 9(5)   COMP.
      *
       01  WS-PAIR-TABLE.
           05  WS-PT-COUNT                   PIC 9(5)   COMP.
           05  WS-PT-SUB                     PIC 9(5)   COMP.
           05  WS-PT-ENTRY OCCURS 20000 TIMES.
               10  WS-PT-EE-SUB              PIC 9(4)   COMP.
               10  WS-PT-IN-STAMP            PIC 9(10).
               10  WS-PT-OUT-STAMP           PIC 9(10).
      *
       01  WS-WEEK-TABLE.
           05  WS-WK-SUB                     PIC 9(1)   COMP.
           05  WS-WK-ENTRY OCCURS 2 TIMES.
               10  WS-WK-MINUTES             PIC 9(5).
               10  WS-WK-OT-HOURS            PIC 999V99.
               10  WS-WK-MINUTES-LEFT        PIC 9(5).
               10  WS-WK-HOURS-LEFT          PIC 999V99.
               10  WS-WK-OT-LEFT             PIC 999V99.
      *
       01  WS-DEPT-ALLOCATION.
           05  WS-DA-SUB                     PIC 9(2)   COMP.
           05  WS-DA-MATCH-SUB               PIC 9(2)   COMP.
           05  WS-DA-HOURS                   PIC 999V99.
           05  WS-DA-OT-HOURS                PIC 999V99.
           05  WS-DA-ENTRY OCCURS 4 TIMES.
               10  WS-DA-REG-HOURS           PIC 999V99.
               10  WS-DA-OT-TOTAL            PIC 999V99.
      *
       01  WS-TIMECARD-FIELDS.
           05  WS-WEEK1-MINUTES              PIC 9(5).
           05  WS-WEEK2-MINUTES              PIC 9(5).
           05  WS-WEEK1-HOURS                PIC 999V99.
           05  WS-WEEK2-HOURS                PIC 999V99.
           05  WS-REG-HOURS                  PIC 999V99.
           05  WS-OT-HOURS                   PIC 999V99.
           05  WS-TOTAL-HOURS                PIC 999V99.
           05  WS-DAY-HOURS                  PIC 99V99.
      *
       01  WS-CONTROL-TOTALS.
           05  WS-PUNCHES-READ               PIC 9(5).
           05  WS-PUNCHES-USED               PIC 9(5).
           05  WS-PUNCHES-REJECTED           PIC 9(5).
           05  WS-PUNCHES-DELETED            PIC 9(5).
           05  WS-ADJUST-READ                PIC 9(5).
           05  WS-ADJUST-APPLIED             PIC 9(5).
           05  WS-RECORDS-WRITTEN            PIC 9(5).
           05  WS-EXCEPTION-COUNT            PIC 9(5).
           05  WS-TOT-WEEK1-HOURS            PIC 9(5)V99.
           05  WS-TOT-WEEK2-HOURS            PIC 9(5)V99.
           05  WS-TOT-REG-HOURS              PIC 9(5)V99.
           05  WS-TOT-OT-HOURS               PIC 9(5)V99.
           05  WS-TOT-LEAVE-HOURS            PIC 9(5)V99.
           05  WS-TOT-TOTAL-HOURS            PIC 9(5)V99.
      *
       01  WS-PAGE-LAYOUT.
           05  WS-LINES-IN-USE               PIC 99.
           05  WS-SPACING                    PIC 99.
           05  WS-PAGE-COUNTER               PIC 99.
           05  WS-XR-LINES-IN-USE            PIC 9(3).
      *
       01  WS-DATE.
           05  WS-DATE-ACCEPT                PIC X(6).
           05  WS-DATES REDEFINES WS-DATE-ACCEPT.
               10  WS-YEAR-IN                PIC 9(2).
               10  WS-MONTH-IN               PIC 9(2).
               10  WS-DAY-IN                 PIC 9(2).
      *
       01  WS-MONTH-DAYS-VALUES              PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
      *
       01  WS-DATE-WORK.
           05  WS-WORK-DATE                  PIC 9(6).
           05  WS-WORK-DATES REDEFINES WS-WORK-DATE.
               10  WS-WORK-YY                PIC 9(2).
               10  WS-WORK-MM                PIC 9(2).
               10  WS-WORK-DD                PIC 9(2).
           05  WS-LEAP-QUOTIENT              PIC 9(2).
           05  WS-LEAP-REMAINDER             PIC 9(1).
           05  WS-MONTH-LENGTH               PIC 9(2).
      *
       01  WS-DATE-EDIT.
           05  WS-DE-MONTH                   PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-DE-DAY                     PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-DE-YEAR                    PIC 9(2).
      *
       01  WS-TIME-EDIT.
           05  WS-TE-HOURS                   PIC 9(2).
           05  FILLER                        PIC X(1) VALUE ":".
           05  WS-TE-MINUTES                 PIC 9(2).
      *
       01  WS-HEADINGS-1.
           05  WS-DATE-1.
               10  WS-MONTH                  PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-DAY                    PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-YEAR                   PIC 9(2).
           05  FILLER                        PIC X(32) VALUE SPACES.
           05  FILLER  PIC X(22) VALUE "T I M E   C L O C K".
           05  FILLER  PIC X(13) VALUE "S U M M A R Y".
           05  FILLER                        PIC X(33) VALUE SPACES.
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
       01  WS-PERIOD-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "PAY PERIOD ".
           05  WS-PL-BEGIN-OUT               PIC X(8).
           05  FILLER                        PIC X(3) VALUE " - ".
           05  WS-PL-END-OUT                 PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               "WORKWEEK 1 ENDS ".
           05  WS-PL-WEEK1-OUT               PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               "WORKWEEK 2 ENDS ".
           05  WS-PL-WEEK2-OUT               PIC X(8).
           05  FILLER                        PIC X(47) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "SOC SEC NO.".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               "EMPLOYEE NAME".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "  WEEK 1".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "  WEEK 2".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE " REGULAR".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "OVERTIME".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "   LEAVE".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "   TOTAL".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE "NOTE".
           05  FILLER                        PIC X(11) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-2.
           05  FILLER                        PIC X(35) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "   HOURS".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "   HOURS".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "   HOURS".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "   HOURS".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "   HOURS".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "   HOURS".
           05  FILLER                        PIC X(34) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DL-SSN-OUT.
               10  WS-DL-SSN-THREE-OUT       PIC X(3).
               10  WS-DL-HYPHEN1-OUT         PIC X(1).
               10  WS-DL-SSN-TWO-OUT         PIC X(2).
               10  WS-DL-HYPHEN2-OUT         PIC X(1).
               10  WS-DL-SSN-FOUR-OUT        PIC X(4).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DL-NAME-OUT                PIC X(18).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-WEEK1-OUT               PIC Z,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-WEEK2-OUT               PIC Z,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-REG-OUT                 PIC Z,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-OT-OUT                  PIC Z,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-LEAVE-OUT               PIC Z,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-TOTAL-OUT               PIC Z,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-NOTE-OUT                PIC X(20).
           05  FILLER                        PIC X(11) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(33) VALUE
               "TOTAL HOURS".
           05  WS-TL-WEEK1-OUT               PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TL-WEEK2-OUT               PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TL-REG-OUT                 PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TL-OT-OUT                  PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TL-LEAVE-OUT               PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TL-TOTAL-OUT               PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(34) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "PUNCHES READ:".
           05  WS-CN-READ-OUT                PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "USED:".
           05  WS-CN-USED-OUT                PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "REJECTED:".
           05  WS-CN-REJECTED-OUT            PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE
               "ADJUSTMENTS:".
           05  WS-CN-ADJUST-OUT              PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               "TIMECARDS WRITTEN:".
           05  WS-CN-WRITTEN-OUT             PIC ZZ,ZZ9.
           05  FILLER                        PIC X(32) VALUE SPACES.
      *
       01  WS-EXCEPTION-HEADING-1            PIC X(132) VALUE
           "P U N C H   E X C E P T I O N   R E P O R T".
      *
       01  WS-EXCEPTION-HEADING-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "SOC SEC NO.".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               "EMPLOYEE NAME".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               "IN-PUNCH".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               "OUT-PUNCH".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "SOURCE".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(30) VALUE
               "EXCEPTION".
           05  FILLER                        PIC X(28) VALUE SPACES.
      *
       01  WS-EXCEPTION-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-XR-SSN-OUT.
               10  WS-XR-SSN-THREE-OUT       PIC X(3).
               10  WS-XR-HYPHEN1-OUT         PIC X(1).
               10  WS-XR-SSN-TWO-OUT         PIC X(2).
               10  WS-XR-HYPHEN2-OUT         PIC X(1).
               10  WS-XR-SSN-FOUR-OUT        PIC X(4).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-XR-NAME-OUT                PIC X(18).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-XR-IN-DATE-OUT             PIC X(8).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-XR-IN-TIME-OUT             PIC X(5).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-XR-OUT-DATE-OUT            PIC X(8).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-XR-OUT-TIME-OUT            PIC X(5).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-XR-SOURCE-OUT              PIC X(6).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-XR-MESSAGE-OUT             PIC X(30).
           05  FILLER                        PIC X(28) VALUE SPACES.
      *
       01  WS-EXCEPTION-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               "PUNCH EXCEPTIONS:".
           05  WS-XT-COUNT-OUT               PIC ZZ,ZZ9.
           05  FILLER                        PIC X(108) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT TIME-PARM-FILE-IN
               INPUT PUNCH-FILE-IN
               INPUT ADJUST-FILE-IN
               INPUT PAY-CALENDAR-FILE
               INPUT EMPLOYEE-MASTER-FILE
               OUTPUT PAYROLL-FILE-OUT
               OUTPUT TIME-REPORT-OUT
               OUTPUT EXCEPTION-REPORT-OUT.
           PERFORM B10-INIT-PARA.
           READ PUNCH-FILE-IN
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-PUNCHES-READ
           END-READ.
           PERFORM B20-PROCESS-PARA THRU B20-PROCESS-PARA-EXIT
               UNTIL WS-EOF-SWITCH = "YES".
           PERFORM B25-ADJUST-PARA THRU B25-ADJUST-PARA-EXIT
               VARYING WS-AJ-SUB FROM 1 BY 1
               UNTIL WS-AJ-SUB > WS-AJ-COUNT.
           PERFORM B40-TIMECARD-PARA THRU B40-TIMECARD-PARA-EXIT
               VARYING WS-EE-SUB FROM 1 BY 1
               UNTIL WS-EE-SUB > WS-EE-COUNT.
           PERFORM B30-TOTAL-PARA.
           CLOSE TIME-PARM-FILE-IN
               PUNCH-FILE-IN
               ADJUST-FILE-IN
               PAY-CALENDAR-FILE
               EMPLOYEE-MASTER-FILE
               PAYROLL-FILE-OUT
               TIME-REPORT-OUT
               EXCEPTION-REPORT-OUT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "NO" TO WS-EOF-SWITCH
                        WS-AJ-EOF-SWITCH.
           MOVE SPACES TO WS-PREV-SSN.
           MOVE ZEROS TO WS-LINES-IN-USE
                         WS-PAGE-COUNTER
                         WS-AJ-COUNT
                         WS-EE-COUNT
                         WS-PT-COUNT
                         WS-PUNCHES-READ
                         WS-PUNCHES-USED
                         WS-PUNCHES-REJECTED
                         WS-PUNCHES-DELETED
                         WS-ADJUST-READ
                         WS-ADJUST-APPLIED
                         WS-RECORDS-WRITTEN
                         WS-EXCEPTION-COUNT
                         WS-TOT-WEEK1-HOURS
                         WS-TOT-WEEK2-HOURS
                         WS-TOT-REG-HOURS
                         WS-TOT-OT-HOURS
                         WS-TOT-LEAVE-HOURS
                         WS-TOT-TOTAL-HOURS.
           ACCEPT WS-DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH-IN TO WS-MONTH.
           MOVE WS-DAY-IN TO WS-DAY.
           MOVE WS-YEAR-IN TO WS-YEAR.

           READ TIME-PARM-FILE-IN
               AT END
                   DISPLAY "PROG13 ABEND - TIME PARAMETER RECORD "
                       "MISSING"
                   PERFORM E10-ABORT-PARA
           END-READ.
           IF TP-PERIOD-END-DATE-IN NOT NUMERIC
               DISPLAY "PROG13 ABEND - PERIOD END DATE NOT NUMERIC"
               PERFORM E10-ABORT-PARA
           END-IF.
           MOVE TP-PERIOD-END-DATE-IN TO WS-PERIOD-END-DATE.
           IF TP-ROUND-MINUTES-IN NUMERIC AND TP-ROUND-MINUTES-IN > ZERO
               MOVE TP-ROUND-MINUTES-IN TO WS-ROUND-MINUTES
           ELSE
               MOVE 15 TO WS-ROUND-MINUTES
           END-IF.
           DIVIDE WS-ROUND-MINUTES BY 2 GIVING WS-ROUND-HALF.
           IF TP-MEAL-AFTER-HOURS-IN NUMERIC AND
                   TP-MEAL-AFTER-HOURS-IN > ZERO
               COMPUTE WS-MEAL-AFTER-MINUTES =
                   TP-MEAL-AFTER-HOURS-IN * 60
           ELSE
               MOVE 360 TO WS-MEAL-AFTER-MINUTES
           END-IF.
           IF TP-MEAL-MINUTES-IN NUMERIC AND TP-MEAL-MINUTES-IN > ZERO
               MOVE TP-MEAL-MINUTES-IN TO WS-MEAL-MINUTES
           ELSE
               MOVE 30 TO WS-MEAL-MINUTES
           END-IF.
           IF TP-DAILY-LIMIT-HOURS-IN NUMERIC AND
                   TP-DAILY-LIMIT-HOURS-IN > ZERO
               COMPUTE WS-DAILY-LIMIT-MINUTES =
                   TP-DAILY-LIMIT-HOURS-IN * 60
           ELSE
               MOVE 720 TO WS-DAILY-LIMIT-MINUTES
           END-IF.

           MOVE WS-PERIOD-END-DATE TO PC-PERIOD-END-DATE.
           READ PAY-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "PROG13 ABEND - " WS-PERIOD-END-DATE
                       " NOT ON PAYROLL CALENDAR"
                   PERFORM E10-ABORT-PARA
           END-READ.
           MOVE PC-PERIOD-BEGIN-DATE TO WS-PERIOD-BEGIN-DATE.
           MOVE WS-PERIOD-BEGIN-DATE TO WS-WORK-DATE.
           PERFORM B11-PERIOD-TABLE-PARA
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > 14.
           IF WS-PD-DATE (14) NOT = WS-PERIOD-END-DATE
               DISPLAY "PROG13 ABEND - PERIOD IS NOT TWO WORKWEEKS"
               PERFORM E10-ABORT-PARA
           END-IF.

           PERFORM C10-HEADINGS-PARA.
           PERFORM C32-EXCEPTION-HEADINGS-PARA.

           PERFORM B12-ADJUST-LOAD-PARA THRU B12-ADJUST-LOAD-PARA-EXIT
               UNTIL WS-AJ-EOF-SWITCH = "YES".

           MOVE SPACES TO PH-PERIOD-HEADER-RECORD-OUT.
           MOVE "PH" TO PH-REC-CODE-OUT.
           MOVE WS-PERIOD-END-DATE TO PH-PERIOD-END-DATE-OUT.
           WRITE PH-PERIOD-HEADER-RECORD-OUT.
      *
      *
       B11-PERIOD-TABLE-PARA.
           MOVE WS-WORK-DATE TO WS-PD-DATE (WS-PD-SUB).
           PERFORM D22-NEXT-DAY-PARA THRU D22-NEXT-DAY-PARA-EXIT.
      *
      *
       B12-ADJUST-LOAD-PARA.
           READ ADJUST-FILE-IN
               AT END
                   MOVE "YES" TO WS-AJ-EOF-SWITCH
                   GO TO B12-ADJUST-LOAD-PARA-EXIT
           END-READ.
           ADD 1 TO WS-ADJUST-READ.
           MOVE AJ-ADJUST-RECORD-IN (2:29) TO WS-PAIR-PUNCH.
           MOVE "ADJUST" TO WS-SOURCE-DESC.
           MOVE SPACES TO EM-EMPLOYEE-NAME.

           IF AJ-ACTION-IN NOT = "A" AND AJ-ACTION-IN NOT = "D"
                   AND AJ-ACTION-IN NOT = "L"
               MOVE "INVALID ADJUSTMENT ACTION" TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               GO TO B12-ADJUST-LOAD-PARA-EXIT
           END-IF.
           IF AJ-APPROVED-BY-IN = SPACES
               MOVE "ADJUSTMENT NOT APPROVED" TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               GO TO B12-ADJUST-LOAD-PARA-EXIT
           END-IF.
           IF AJ-ACTION-IN = "L"
               IF AJ-LEAVE-HOURS-IN NOT NUMERIC OR
                       AJ-LEAVE-HOURS-IN = ZERO
                   MOVE "INVALID LEAVE HOURS" TO WS-ERROR-MESSAGE
                   PERFORM C30-EXCEPTION-PARA
                   GO TO B12-ADJUST-LOAD-PARA-EXIT
               END-IF
           END-IF.

           IF WS-AJ-COUNT >= 500
               DISPLAY "PROG13 ABEND - ADJUSTMENT TABLE FULL"
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO WS-AJ-COUNT.
           MOVE AJ-ACTION-IN TO WS-AJ-ACTION (WS-AJ-COUNT).
           MOVE WS-PAIR-PUNCH TO WS-AJ-PAIR (WS-AJ-COUNT).
           IF AJ-ACTION-IN = "L"
               MOVE AJ-LEAVE-HOURS-IN TO WS-AJ-LEAVE-HOURS (WS-AJ-COUNT)
           ELSE
               MOVE ZERO TO WS-AJ-LEAVE-HOURS (WS-AJ-COUNT)
           END-IF.
           MOVE "N" TO WS-AJ-USED (WS-AJ-COUNT).
           MOVE AJ-CHARGE-DEPT-IN TO WS-AJ-CHARGE-DEPT (WS-AJ-COUNT).
      *
       B12-ADJUST-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B20-PROCESS-PARA.
           MOVE PU-PUNCH-RECORD-IN (1:29) TO WS-PAIR-PUNCH.
           MOVE PU-CHARGE-DEPT-IN TO WS-CHARGE-DEPT.
           MOVE "CLOCK" TO WS-SOURCE-DESC.
           IF WS-PA-SSN NOT = WS-PREV-SSN
               MOVE WS-PA-SSN TO WS-PREV-SSN
               PERFORM B22-EMPLOYEE-PARA THRU B22-EMPLOYEE-PARA-EXIT
           END-IF.
           IF WS-EE-VALID-SWITCH = "NO"
               MOVE WS-EE-MESSAGE TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               ADD 1 TO WS-PUNCHES-REJECTED
               GO TO B20-READ-PARA
           END-IF.

           MOVE "NO" TO WS-DELETED-SWITCH.
           PERFORM B24-DELETE-SCAN-PARA
               VARYING WS-AJ-SUB FROM 1 BY 1
               UNTIL WS-AJ-SUB > WS-AJ-COUNT OR
                   WS-DELETED-SWITCH = "YES".
           IF WS-DELETED-SWITCH = "YES"
               ADD 1 TO WS-PUNCHES-DELETED
               GO TO B20-READ-PARA
           END-IF.

           PERFORM C20-PAIR-EDIT-PARA THRU C20-PAIR-EDIT-PARA-EXIT.
           IF WS-VALID-SWITCH = "NO"
               PERFORM C30-EXCEPTION-PARA
               ADD 1 TO WS-PUNCHES-REJECTED
               GO TO B20-READ-PARA
           END-IF.
           IF WS-PA-IN-STAMP < WS-EE-LAST-OUT-STAMP (WS-EE-MATCH-SUB)
               MOVE "OVERLAPPING PUNCHES" TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               ADD 1 TO WS-PUNCHES-REJECTED
               GO TO B20-READ-PARA
           END-IF.
           PERFORM D64-DEPT-FIND-PARA THRU D64-DEPT-FIND-PARA-EXIT.
           IF WS-DA-MATCH-SUB = ZERO
               MOVE "TOO MANY CHARGE DEPARTMENTS" TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               ADD 1 TO WS-PUNCHES-REJECTED
               GO TO B20-READ-PARA
           END-IF.
           MOVE WS-PA-OUT-STAMP
               TO WS-EE-LAST-OUT-STAMP (WS-EE-MATCH-SUB).
           PERFORM D68-PAIR-SAVE-PARA.
           PERFORM D60-PAIR-MINUTES-PARA.
           ADD 1 TO WS-PUNCHES-USED.
      *
       B20-READ-PARA.
           READ PUNCH-FILE-IN
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-PUNCHES-READ
           END-READ.
      *
       B20-PROCESS-PARA-EXIT.
           EXIT.
      *
      *
       B22-EMPLOYEE-PARA.
           MOVE "YES" TO WS-EE-VALID-SWITCH.
           MOVE WS-PA-SSN TO EM-SSN.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "NO" TO WS-EE-VALID-SWITCH
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   MOVE "SSN NOT ON EMPLOYEE MASTER" TO WS-EE-MESSAGE
                   GO TO B22-EMPLOYEE-PARA-EXIT
           END-READ.
           IF EM-EMPLOYEE-STATUS = "T"
               MOVE "NO" TO WS-EE-VALID-SWITCH
               MOVE "EMPLOYEE TERMINATED" TO WS-EE-MESSAGE
               GO TO B22-EMPLOYEE-PARA-EXIT
           END-IF.

           MOVE ZERO TO WS-EE-MATCH-SUB.
           PERFORM B23-EMPLOYEE-SCAN-PARA
               VARYING WS-EE-SUB FROM 1 BY 1
               UNTIL WS-EE-SUB > WS-EE-COUNT OR
                   WS-EE-MATCH-SUB NOT = ZERO.
           IF WS-EE-MATCH-SUB NOT = ZERO
               GO TO B22-EMPLOYEE-PARA-EXIT
           END-IF.
           IF WS-EE-COUNT >= 2000
               DISPLAY "PROG13 ABEND - EMPLOYEE TABLE FULL"
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO WS-EE-COUNT.
           MOVE WS-EE-COUNT TO WS-EE-MATCH-SUB.
           MOVE WS-PA-SSN TO WS-EE-SSN (WS-EE-COUNT).
           MOVE EM-EMPLOYEE-NAME TO WS-EE-NAME (WS-EE-COUNT).
           MOVE ZEROS TO WS-EE-LAST-OUT-STAMP (WS-EE-COUNT)
                         WS-EE-LEAVE-HOURS (WS-EE-COUNT)
                         WS-EE-DEPT-COUNT (WS-EE-COUNT).
           PERFORM B26-CLEAR-DAY-PARA
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > 14.
      *
       B22-EMPLOYEE-PARA-EXIT.
           EXIT.
      *
      *
       B23-EMPLOYEE-SCAN-PARA.
           IF WS-EE-SSN (WS-EE-SUB) = WS-PA-SSN
               MOVE WS-EE-SUB TO WS-EE-MATCH-SUB
           END-IF.
      *
      *
       B24-DELETE-SCAN-PARA.
           IF WS-AJ-ACTION (WS-AJ-SUB) = "D" AND
                   WS-AJ-USED (WS-AJ-SUB) = "N" AND
                   WS-AJ-PUNCH-KEY (WS-AJ-SUB) = WS-PA-PUNCH-KEY
               MOVE "Y" TO WS-AJ-USED (WS-AJ-SUB)
               MOVE "YES" TO WS-DELETED-SWITCH
           END-IF.
      *
      *
       B25-ADJUST-PARA.
           MOVE WS-AJ-PAIR (WS-AJ-SUB) TO WS-PAIR-PUNCH.
           MOVE WS-AJ-CHARGE-DEPT (WS-AJ-SUB) TO WS-CHARGE-DEPT.
           MOVE "ADJUST" TO WS-SOURCE-DESC.
           IF WS-AJ-ACTION (WS-AJ-SUB) = "D"
               IF WS-AJ-USED (WS-AJ-SUB) = "N"
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   MOVE "DELETE - PUNCH NOT FOUND" TO WS-ERROR-MESSAGE
                   PERFORM C30-EXCEPTION-PARA
               END-IF
               GO TO B25-ADJUST-PARA-EXIT
           END-IF.

           PERFORM B22-EMPLOYEE-PARA THRU B22-EMPLOYEE-PARA-EXIT.
           IF WS-EE-VALID-SWITCH = "NO"
               MOVE WS-EE-MESSAGE TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               GO TO B25-ADJUST-PARA-EXIT
           END-IF.
           IF WS-AJ-ACTION (WS-AJ-SUB) = "L"
               PERFORM D64-DEPT-FIND-PARA THRU D64-DEPT-FIND-PARA-EXIT
               IF WS-DA-MATCH-SUB = ZERO
                   MOVE "TOO MANY CHARGE DEPARTMENTS"
                       TO WS-ERROR-MESSAGE
                   PERFORM C30-EXCEPTION-PARA
                   GO TO B25-ADJUST-PARA-EXIT
               END-IF
               ADD WS-AJ-LEAVE-HOURS (WS-AJ-SUB)
                   TO WS-EE-LEAVE-HOURS (WS-EE-MATCH-SUB)
               ADD WS-AJ-LEAVE-HOURS (WS-AJ-SUB) TO
                   WS-EE-DEPT-LEAVE (WS-EE-MATCH-SUB, WS-DA-MATCH-SUB)
               ADD 1 TO WS-ADJUST-APPLIED
               GO TO B25-ADJUST-PARA-EXIT
           END-IF.

           PERFORM C20-PAIR-EDIT-PARA THRU C20-PAIR-EDIT-PARA-EXIT.
           IF WS-VALID-SWITCH = "NO"
               PERFORM C30-EXCEPTION-PARA
               GO TO B25-ADJUST-PARA-EXIT
           END-IF.
           MOVE "NO" TO WS-OVERLAP-SWITCH.
           PERFORM D70-OVERLAP-SCAN-PARA
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PT-COUNT OR
                   WS-OVERLAP-SWITCH = "YES".
           IF WS-OVERLAP-SWITCH = "YES"
               MOVE "OVERLAPPING PUNCHES" TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               GO TO B25-ADJUST-PARA-EXIT
           END-IF.
           PERFORM D64-DEPT-FIND-PARA THRU D64-DEPT-FIND-PARA-EXIT.
           IF WS-DA-MATCH-SUB = ZERO
               MOVE "TOO MANY CHARGE DEPARTMENTS" TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               GO TO B25-ADJUST-PARA-EXIT
           END-IF.
           PERFORM D68-PAIR-SAVE-PARA.
           PERFORM D60-PAIR-MINUTES-PARA.
           ADD 1 TO WS-ADJUST-APPLIED.
      *
       B25-ADJUST-PARA-EXIT.
           EXIT.
      *
      *
       B26-CLEAR-DAY-PARA.
           MOVE ZERO TO WS-EE-DAY-MINUTES (WS-EE-COUNT, WS-PD-SUB).
      *
      *
       B30-TOTAL-PARA.
           IF WS-LINES-IN-USE >= 56 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
           MOVE WS-TOT-WEEK1-HOURS TO WS-TL-WEEK1-OUT.
           MOVE WS-TOT-WEEK2-HOURS TO WS-TL-WEEK2-OUT.
           MOVE WS-TOT-REG-HOURS TO WS-TL-REG-OUT.
           MOVE WS-TOT-OT-HOURS TO WS-TL-OT-OUT.
           MOVE WS-TOT-LEAVE-HOURS TO WS-TL-LEAVE-OUT.
           MOVE WS-TOT-TOTAL-HOURS TO WS-TL-TOTAL-OUT.
           WRITE TR-TIME-REPORT-OUT FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-PUNCHES-READ TO WS-CN-READ-OUT.
           MOVE WS-PUNCHES-USED TO WS-CN-USED-OUT.
           MOVE WS-PUNCHES-REJECTED TO WS-CN-REJECTED-OUT.
           MOVE WS-ADJUST-APPLIED TO WS-CN-ADJUST-OUT.
           MOVE WS-RECORDS-WRITTEN TO WS-CN-WRITTEN-OUT.
           WRITE TR-TIME-REPORT-OUT FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-EXCEPTION-COUNT TO WS-XT-COUNT-OUT.
           WRITE XR-EXCEPTION-REPORT-OUT FROM WS-EXCEPTION-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
      *
       B40-TIMECARD-PARA.
           MOVE ZEROS TO WS-WEEK1-MINUTES
                         WS-WEEK2-MINUTES.
           MOVE "NO" TO WS-LIMIT-SWITCH.
           PERFORM B42-DAY-PARA
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > 14.
           COMPUTE WS-WEEK1-HOURS ROUNDED = WS-WEEK1-MINUTES / 60.
           COMPUTE WS-WEEK2-HOURS ROUNDED = WS-WEEK2-MINUTES / 60.

           MOVE ZEROS TO WS-REG-HOURS
                         WS-WK-OT-HOURS (1)
                         WS-WK-OT-HOURS (2).
           IF WS-WEEK1-HOURS > 40.00
               ADD 40.00 TO WS-REG-HOURS
               COMPUTE WS-WK-OT-HOURS (1) = WS-WEEK1-HOURS - 40.00
           ELSE
               ADD WS-WEEK1-HOURS TO WS-REG-HOURS
           END-IF.
           IF WS-WEEK2-HOURS > 40.00
               ADD 40.00 TO WS-REG-HOURS
               COMPUTE WS-WK-OT-HOURS (2) = WS-WEEK2-HOURS - 40.00
           ELSE
               ADD WS-WEEK2-HOURS TO WS-REG-HOURS
           END-IF.
           ADD WS-WK-OT-HOURS (1) WS-WK-OT-HOURS (2)
               GIVING WS-OT-HOURS.
           COMPUTE WS-TOTAL-HOURS = WS-REG-HOURS + WS-OT-HOURS
               + WS-EE-LEAVE-HOURS (WS-EE-SUB).
           IF WS-TOTAL-HOURS = ZERO
               GO TO B40-TIMECARD-PARA-EXIT
           END-IF.

           MOVE WS-WEEK1-MINUTES TO WS-WK-MINUTES (1)
                                    WS-WK-MINUTES-LEFT (1).
           MOVE WS-WEEK2-MINUTES TO WS-WK-MINUTES (2)
                                    WS-WK-MINUTES-LEFT (2).
           MOVE WS-WEEK1-HOURS TO WS-WK-HOURS-LEFT (1).
           MOVE WS-WEEK2-HOURS TO WS-WK-HOURS-LEFT (2).
           MOVE WS-WK-OT-HOURS (1) TO WS-WK-OT-LEFT (1).
           MOVE WS-WK-OT-HOURS (2) TO WS-WK-OT-LEFT (2).
           PERFORM B44-DEPT-CLEAR-PARA
               VARYING WS-DA-SUB FROM 1 BY 1
               UNTIL WS-DA-SUB > 4.
           PERFORM B45-DEPT-WEEK-PARA
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > 2.
           PERFORM B48-DEPT-WRITE-PARA THRU B48-DEPT-WRITE-PARA-EXIT
               VARYING WS-DA-SUB FROM 1 BY 1
               UNTIL WS-DA-SUB > WS-EE-DEPT-COUNT (WS-EE-SUB).

           ADD WS-WEEK1-HOURS TO WS-TOT-WEEK1-HOURS.
           ADD WS-WEEK2-HOURS TO WS-TOT-WEEK2-HOURS.
           ADD WS-REG-HOURS TO WS-TOT-REG-HOURS.
           ADD WS-OT-HOURS TO WS-TOT-OT-HOURS.
           ADD WS-EE-LEAVE-HOURS (WS-EE-SUB) TO WS-TOT-LEAVE-HOURS.
           ADD WS-TOTAL-HOURS TO WS-TOT-TOTAL-HOURS.
           PERFORM C40-DETAIL-PARA.
      *
       B40-TIMECARD-PARA-EXIT.
           EXIT.
      *
      *
       B44-DEPT-CLEAR-PARA.
           MOVE ZEROS TO WS-DA-REG-HOURS (WS-DA-SUB)
                         WS-DA-OT-TOTAL (WS-DA-SUB).
      *
      *
       B45-DEPT-WEEK-PARA.
           PERFORM B46-DEPT-SHARE-PARA THRU B46-DEPT-SHARE-PARA-EXIT
               VARYING WS-DA-SUB FROM 1 BY 1
               UNTIL WS-DA-SUB > WS-EE-DEPT-COUNT (WS-EE-SUB).
      *
      *
       B46-DEPT-SHARE-PARA.
           IF WS-EE-DEPT-MINUTES (WS-EE-SUB, WS-DA-SUB, WS-WK-SUB)
                   = ZERO
               GO TO B46-DEPT-SHARE-PARA-EXIT
           END-IF.
           IF WS-EE-DEPT-MINUTES (WS-EE-SUB, WS-DA-SUB, WS-WK-SUB)
                   = WS-WK-MINUTES-LEFT (WS-WK-SUB)
               MOVE WS-WK-HOURS-LEFT (WS-WK-SUB) TO WS-DA-HOURS
               MOVE WS-WK-OT-LEFT (WS-WK-SUB) TO WS-DA-OT-HOURS
           ELSE
               COMPUTE WS-DA-HOURS ROUNDED =
                   WS-EE-DEPT-MINUTES (WS-EE-SUB, WS-DA-SUB, WS-WK-SUB)
                       / 60
               COMPUTE WS-DA-OT-HOURS ROUNDED =
                   WS-WK-OT-HOURS (WS-WK-SUB) *
                   WS-EE-DEPT-MINUTES (WS-EE-SUB, WS-DA-SUB, WS-WK-SUB)
                       / WS-WK-MINUTES (WS-WK-SUB)
           END-IF.
           IF WS-DA-OT-HOURS > WS-DA-HOURS
               MOVE WS-DA-HOURS TO WS-DA-OT-HOURS
           END-IF.
           SUBTRACT WS-EE-DEPT-MINUTES (WS-EE-SUB, WS-DA-SUB, WS-WK-SUB)
               FROM WS-WK-MINUTES-LEFT (WS-WK-SUB).
           SUBTRACT WS-DA-HOURS FROM WS-WK-HOURS-LEFT (WS-WK-SUB).
           SUBTRACT WS-DA-OT-HOURS FROM WS-WK-OT-LEFT (WS-WK-SUB).
           COMPUTE WS-DA-REG-HOURS (WS-DA-SUB) =
               WS-DA-REG-HOURS (WS-DA-SUB) + WS-DA-HOURS
                   - WS-DA-OT-HOURS.
           ADD WS-DA-OT-HOURS TO WS-DA-OT-TOTAL (WS-DA-SUB).
      *
       B46-DEPT-SHARE-PARA-EXIT.
           EXIT.
      *
      *
       B48-DEPT-WRITE-PARA.
           IF WS-DA-REG-HOURS (WS-DA-SUB) = ZERO AND
                   WS-DA-OT-TOTAL (WS-DA-SUB) = ZERO AND
                   WS-EE-DEPT-LEAVE (WS-EE-SUB, WS-DA-SUB) = ZERO
               GO TO B48-DEPT-WRITE-PARA-EXIT
           END-IF.
           MOVE SPACES TO PR-PAYROLL-RECORD-OUT.
           MOVE "PR" TO PR-REC-CODE-OUT.
           MOVE WS-EE-SSN (WS-EE-SUB) TO PR-SSN-OUT.
           MOVE WS-DA-REG-HOURS (WS-DA-SUB) TO PR-HOURS-OUT.
           MOVE WS-DA-OT-TOTAL (WS-DA-SUB) TO PR-OVERTIME-HOURS-OUT.
           MOVE WS-EE-DEPT-LEAVE (WS-EE-SUB, WS-DA-SUB)
               TO PR-LEAVE-HOURS-OUT.
           MOVE WS-EE-DEPT-CODE (WS-EE-SUB, WS-DA-SUB)
               TO PR-CHARGE-DEPT-OUT.
           WRITE PR-PAYROLL-RECORD-OUT.
           ADD 1 TO WS-RECORDS-WRITTEN.
      *
       B48-DEPT-WRITE-PARA-EXIT.
           EXIT.
      *
      *
       B42-DAY-PARA.
           IF WS-PD-SUB > 7
               ADD WS-EE-DAY-MINUTES (WS-EE-SUB, WS-PD-SUB)
                   TO WS-WEEK2-MINUTES
           ELSE
               ADD WS-EE-DAY-MINUTES (WS-EE-SUB, WS-PD-SUB)
                   TO WS-WEEK1-MINUTES
           END-IF.
           IF WS-EE-DAY-MINUTES (WS-EE-SUB, WS-PD-SUB) >
                   WS-DAILY-LIMIT-MINUTES
               MOVE "YES" TO WS-LIMIT-SWITCH
               COMPUTE WS-DAY-HOURS ROUNDED =
                   WS-EE-DAY-MINUTES (WS-EE-SUB, WS-PD-SUB) / 60
               MOVE WS-DAY-HOURS TO WS-LM-HOURS-OUT
               MOVE WS-LIMIT-MESSAGE TO WS-ERROR-MESSAGE
               MOVE SPACES TO WS-PAIR-PUNCH
               MOVE WS-EE-SSN (WS-EE-SUB) TO WS-PA-SSN
               MOVE WS-PD-DATE (WS-PD-SUB) TO WS-PA-IN-DATE
               MOVE WS-EE-NAME (WS-EE-SUB) TO EM-EMPLOYEE-NAME
               MOVE "DAY" TO WS-SOURCE-DESC
               PERFORM C30-EXCEPTION-PARA
           END-IF.
      *
      *
       C10-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-COUNTER.
           MOVE WS-PAGE-COUNTER TO WS-PAGE-OUT.
           WRITE TR-TIME-REPORT-OUT FROM WS-HEADINGS-1
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-SPACING.
           WRITE TR-TIME-REPORT-OUT FROM WS-HEADINGS-2
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           MOVE WS-PERIOD-BEGIN-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-PL-BEGIN-OUT.
           MOVE WS-PERIOD-END-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-PL-END-OUT
                                WS-PL-WEEK2-OUT.
           MOVE WS-PD-DATE (7) TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-PL-WEEK1-OUT.
           MOVE 2 TO WS-SPACING.
           WRITE TR-TIME-REPORT-OUT FROM WS-PERIOD-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           WRITE TR-TIME-REPORT-OUT FROM COLUMN-HEADINGS-1
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           MOVE 1 TO WS-SPACING.
           WRITE TR-TIME-REPORT-OUT FROM COLUMN-HEADINGS-2
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           WRITE TR-TIME-REPORT-OUT FROM WS-HEADINGS-3
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-IN-USE.
      *
      *
       C20-PAIR-EDIT-PARA.
           MOVE "YES" TO WS-VALID-SWITCH.
           MOVE "NO" TO WS-NEXT-DAY-SWITCH.
           IF WS-PA-IN-DATE NOT NUMERIC OR WS-PA-IN-TIME NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID IN-PUNCH" TO WS-ERROR-MESSAGE
               GO TO C20-PAIR-EDIT-PARA-EXIT
           END-IF.
           IF WS-PA-IN-HH > 23 OR WS-PA-IN-MM > 59
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID IN-PUNCH" TO WS-ERROR-MESSAGE
               GO TO C20-PAIR-EDIT-PARA-EXIT
           END-IF.
           MOVE ZERO TO WS-PD-DAY.
           PERFORM C22-DAY-SCAN-PARA
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > 14.
           IF WS-PD-DAY = ZERO
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "PUNCH OUTSIDE PAY PERIOD" TO WS-ERROR-MESSAGE
               GO TO C20-PAIR-EDIT-PARA-EXIT
           END-IF.

           IF WS-PA-OUT-DATE NOT NUMERIC OR
                   WS-PA-OUT-TIME NOT NUMERIC OR
                   WS-PA-OUT-DATE = ZERO
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "MISSING OUT-PUNCH" TO WS-ERROR-MESSAGE
               GO TO C20-PAIR-EDIT-PARA-EXIT
           END-IF.
           IF WS-PA-OUT-HH > 23 OR WS-PA-OUT-MM > 59
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID OUT-PUNCH" TO WS-ERROR-MESSAGE
               GO TO C20-PAIR-EDIT-PARA-EXIT
           END-IF.
           MOVE WS-PA-IN-DATE TO WS-WORK-DATE.
           PERFORM D22-NEXT-DAY-PARA THRU D22-NEXT-DAY-PARA-EXIT.
           IF WS-PA-OUT-DATE = WS-PA-IN-DATE
               IF WS-PA-OUT-TIME NOT > WS-PA-IN-TIME
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "OUT-PUNCH NOT AFTER IN-PUNCH"
                       TO WS-ERROR-MESSAGE
                   GO TO C20-PAIR-EDIT-PARA-EXIT
               END-IF
           ELSE IF WS-PA-OUT-DATE = WS-WORK-DATE
                   IF WS-PA-OUT-TIME NOT < WS-PA-IN-TIME
                       MOVE "NO" TO WS-VALID-SWITCH
                       MOVE "SHIFT OVER 24 HOURS" TO WS-ERROR-MESSAGE
                       GO TO C20-PAIR-EDIT-PARA-EXIT
                   END-IF
                   MOVE "YES" TO WS-NEXT-DAY-SWITCH
               ELSE
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "MISSING OUT-PUNCH" TO WS-ERROR-MESSAGE
                   GO TO C20-PAIR-EDIT-PARA-EXIT
           END-IF.
           COMPUTE WS-PA-IN-STAMP =
               (WS-PA-IN-DATE * 10000) + WS-PA-IN-TIME.
           COMPUTE WS-PA-OUT-STAMP =
               (WS-PA-OUT-DATE * 10000) + WS-PA-OUT-TIME.
      *
       C20-PAIR-EDIT-PARA-EXIT.
           EXIT.
      *
      *
       C22-DAY-SCAN-PARA.
           IF WS-PD-DATE (WS-PD-SUB) = WS-PA-IN-DATE
               MOVE WS-PD-SUB TO WS-PD-DAY
           END-IF.
      *
      *
       C30-EXCEPTION-PARA.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE WS-PA-SSN (1:3) TO WS-XR-SSN-THREE-OUT.
           MOVE "-" TO WS-XR-HYPHEN1-OUT.
           MOVE WS-PA-SSN (4:2) TO WS-XR-SSN-TWO-OUT.
           MOVE "-" TO WS-XR-HYPHEN2-OUT.
           MOVE WS-PA-SSN (6:4) TO WS-XR-SSN-FOUR-OUT.
           MOVE EM-EMPLOYEE-NAME TO WS-XR-NAME-OUT.
           IF WS-PA-IN-DATE NUMERIC
               MOVE WS-PA-IN-DATE TO WS-WORK-DATE
               PERFORM D50-FORMAT-DATE-PARA
               MOVE WS-DATE-EDIT TO WS-XR-IN-DATE-OUT
           END-IF.
           IF WS-PA-IN-TIME NUMERIC
               MOVE WS-PA-IN-HH TO WS-TE-HOURS
               MOVE WS-PA-IN-MM TO WS-TE-MINUTES
               MOVE WS-TIME-EDIT TO WS-XR-IN-TIME-OUT
           END-IF.
           IF WS-PA-OUT-DATE NUMERIC AND WS-PA-OUT-DATE > ZERO
               MOVE WS-PA-OUT-DATE TO WS-WORK-DATE
               PERFORM D50-FORMAT-DATE-PARA
               MOVE WS-DATE-EDIT TO WS-XR-OUT-DATE-OUT
           END-IF.
           IF WS-PA-OUT-TIME NUMERIC AND WS-PA-OUT-DATE NUMERIC
                   AND WS-PA-OUT-DATE > ZERO
               MOVE WS-PA-OUT-HH TO WS-TE-HOURS
               MOVE WS-PA-OUT-MM TO WS-TE-MINUTES
               MOVE WS-TIME-EDIT TO WS-XR-OUT-TIME-OUT
           END-IF.
           MOVE WS-SOURCE-DESC TO WS-XR-SOURCE-OUT.
           MOVE WS-ERROR-MESSAGE TO WS-XR-MESSAGE-OUT.
           MOVE 1 TO WS-SPACING.
           WRITE XR-EXCEPTION-REPORT-OUT FROM WS-EXCEPTION-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-XR-LINES-IN-USE.
           IF WS-XR-LINES-IN-USE >= 60 THEN
               MOVE ZERO TO WS-XR-LINES-IN-USE
               PERFORM C32-EXCEPTION-HEADINGS-PARA
           END-IF.
      *
      *
       C32-EXCEPTION-HEADINGS-PARA.
           WRITE XR-EXCEPTION-REPORT-OUT FROM WS-EXCEPTION-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE XR-EXCEPTION-REPORT-OUT FROM WS-EXCEPTION-HEADING-2
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO WS-XR-LINES-IN-USE.
      *
      *
       C40-DETAIL-PARA.
           MOVE SPACES TO WS-DL-NOTE-OUT.
           MOVE WS-EE-SSN (WS-EE-SUB) (1:3) TO WS-DL-SSN-THREE-OUT.
           MOVE "-" TO WS-DL-HYPHEN1-OUT.
           MOVE WS-EE-SSN (WS-EE-SUB) (4:2) TO WS-DL-SSN-TWO-OUT.
           MOVE "-" TO WS-DL-HYPHEN2-OUT.
           MOVE WS-EE-SSN (WS-EE-SUB) (6:4) TO WS-DL-SSN-FOUR-OUT.
           MOVE WS-EE-NAME (WS-EE-SUB) TO WS-DL-NAME-OUT.
           MOVE WS-WEEK1-HOURS TO WS-DL-WEEK1-OUT.
           MOVE WS-WEEK2-HOURS TO WS-DL-WEEK2-OUT.
           MOVE WS-REG-HOURS TO WS-DL-REG-OUT.
           MOVE WS-OT-HOURS TO WS-DL-OT-OUT.
           MOVE WS-EE-LEAVE-HOURS (WS-EE-SUB) TO WS-DL-LEAVE-OUT.
           MOVE WS-TOTAL-HOURS TO WS-DL-TOTAL-OUT.
           IF WS-OT-HOURS > 60.00
               MOVE "OVERTIME OVER 60 HRS" TO WS-DL-NOTE-OUT
           ELSE IF WS-LIMIT-SWITCH = "YES"
                   MOVE "OVER DAILY LIMIT" TO WS-DL-NOTE-OUT
           END-IF.
           MOVE 1 TO WS-SPACING.
           WRITE TR-TIME-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           IF WS-LINES-IN-USE >= 60 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
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
       D28-MONTH-LENGTH-PARA.
           IF WS-WORK-MM < 01 OR WS-WORK-MM > 12
               MOVE 31 TO WS-MONTH-LENGTH
           ELSE
               MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-MONTH-LENGTH
           END-IF.
           IF WS-WORK-MM = 2
               DIVIDE WS-WORK-YY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF.
      *
      *
       D50-FORMAT-DATE-PARA.
           MOVE WS-WORK-MM TO WS-DE-MONTH.
           MOVE WS-WORK-DD TO WS-DE-DAY.
           MOVE WS-WORK-YY TO WS-DE-YEAR.
      *
      *
       D60-PAIR-MINUTES-PARA.
           COMPUTE WS-RD-MINUTES = (WS-PA-IN-HH * 60) + WS-PA-IN-MM.
           PERFORM D62-ROUND-PARA.
           MOVE WS-RD-MINUTES TO WS-PA-IN-MINUTES.
           COMPUTE WS-RD-MINUTES = (WS-PA-OUT-HH * 60) + WS-PA-OUT-MM.
           IF WS-NEXT-DAY-SWITCH = "YES"
               ADD 1440 TO WS-RD-MINUTES
           END-IF.
           PERFORM D62-ROUND-PARA.
           MOVE WS-RD-MINUTES TO WS-PA-OUT-MINUTES.
           IF WS-PA-OUT-MINUTES > WS-PA-IN-MINUTES
               COMPUTE WS-PA-WORKED-MINUTES =
                   WS-PA-OUT-MINUTES - WS-PA-IN-MINUTES
           ELSE
               MOVE ZERO TO WS-PA-WORKED-MINUTES
           END-IF.
           IF WS-PA-WORKED-MINUTES > WS-MEAL-AFTER-MINUTES
               SUBTRACT WS-MEAL-MINUTES FROM WS-PA-WORKED-MINUTES
           END-IF.
           ADD WS-PA-WORKED-MINUTES
               TO WS-EE-DAY-MINUTES (WS-EE-MATCH-SUB, WS-PD-DAY).
           IF WS-PD-DAY > 7
               MOVE 2 TO WS-WK-SUB
           ELSE
               MOVE 1 TO WS-WK-SUB
           END-IF.
           ADD WS-PA-WORKED-MINUTES TO WS-EE-DEPT-MINUTES
               (WS-EE-MATCH-SUB, WS-DA-MATCH-SUB, WS-WK-SUB).
      *
      *
       D62-ROUND-PARA.
           COMPUTE WS-RD-QUOTIENT =
               (WS-RD-MINUTES + WS-ROUND-HALF) / WS-ROUND-MINUTES.
           COMPUTE WS-RD-MINUTES = WS-RD-QUOTIENT * WS-ROUND-MINUTES.
      *
      *
       D64-DEPT-FIND-PARA.
           MOVE ZERO TO WS-DA-MATCH-SUB.
           PERFORM D66-DEPT-SCAN-PARA
               VARYING WS-DA-SUB FROM 1 BY 1
               UNTIL WS-DA-SUB > WS-EE-DEPT-COUNT (WS-EE-MATCH-SUB) OR
                   WS-DA-MATCH-SUB NOT = ZERO.
           IF WS-DA-MATCH-SUB NOT = ZERO
               GO TO D64-DEPT-FIND-PARA-EXIT
           END-IF.
           IF WS-EE-DEPT-COUNT (WS-EE-MATCH-SUB) >= 4
               GO TO D64-DEPT-FIND-PARA-EXIT
           END-IF.
           ADD 1 TO WS-EE-DEPT-COUNT (WS-EE-MATCH-SUB).
           MOVE WS-EE-DEPT-COUNT (WS-EE-MATCH-SUB) TO WS-DA-MATCH-SUB.
           MOVE WS-CHARGE-DEPT
               TO WS-EE-DEPT-CODE (WS-EE-MATCH-SUB, WS-DA-MATCH-SUB).
           MOVE ZERO TO WS-EE-DEPT-LEAVE
               (WS-EE-MATCH-SUB, WS-DA-MATCH-SUB).
           MOVE ZERO TO WS-EE-DEPT-MINUTES
               (WS-EE-MATCH-SUB, WS-DA-MATCH-SUB, 1).
           MOVE ZERO TO WS-EE-DEPT-MINUTES
               (WS-EE-MATCH-SUB, WS-DA-MATCH-SUB, 2).
      *
       D64-DEPT-FIND-PARA-EXIT.
           EXIT.
      *
      *
       D66-DEPT-SCAN-PARA.
           IF WS-EE-DEPT-CODE (WS-EE-MATCH-SUB, WS-DA-SUB) =
                   WS-CHARGE-DEPT
               MOVE WS-DA-SUB TO WS-DA-MATCH-SUB
           END-IF.
      *
      *
       D68-PAIR-SAVE-PARA.
           IF WS-PT-COUNT >= 20000
               DISPLAY "PROG13 ABEND - PUNCH PAIR TABLE FULL"
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           MOVE WS-EE-MATCH-SUB TO WS-PT-EE-SUB (WS-PT-COUNT).
           MOVE WS-PA-IN-STAMP TO WS-PT-IN-STAMP (WS-PT-COUNT).
           MOVE WS-PA-OUT-STAMP TO WS-PT-OUT-STAMP (WS-PT-COUNT).
      *
      *
       D70-OVERLAP-SCAN-PARA.
           IF WS-PT-EE-SUB (WS-PT-SUB) = WS-EE-MATCH-SUB AND
                   WS-PA-IN-STAMP < WS-PT-OUT-STAMP (WS-PT-SUB) AND
                   WS-PA-OUT-STAMP > WS-PT-IN-STAMP (WS-PT-SUB)
               MOVE "YES" TO WS-OVERLAP-SWITCH
           END-IF.
      *
      *
       E10-ABORT-PARA.
           CLOSE TIME-PARM-FILE-IN
               PUNCH-FILE-IN
               ADJUST-FILE-IN
               PAY-CALENDAR-FILE
               EMPLOYEE-MASTER-FILE
               PAYROLL-FILE-OUT
               TIME-REPORT-OUT
               EXCEPTION-REPORT-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
