       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROG14.
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
           SELECT DEPOSIT-PARM-FILE-IN
               ASSIGN TO DEPPRM.
           SELECT OPTIONAL HOLIDAY-FILE-IN
               ASSIGN TO BANKHOL.
           SELECT OPTIONAL REGULAR-LIABILITY-IN
               ASSIGN TO PROG3TXL.
           SELECT OPTIONAL OFFCYCLE-LIABILITY-IN
               ASSIGN TO PROG10TXL.
           SELECT OPTIONAL DEPOSIT-LOG-FILE
               ASSIGN TO DEPLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-DEPOSIT-KEY.
           SELECT EFTPS-PAYMENT-OUT
               ASSIGN TO PROG14EFT.
           SELECT STATE-PAYMENT-OUT
               ASSIGN TO PROG14STP.
           SELECT DEPOSIT-REPORT-OUT
               ASSIGN TO PROG14-OUT.
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  DEPOSIT-PARM-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DP-DEPOSIT-PARM-RECORD-IN.
      *
       01  DP-DEPOSIT-PARM-RECORD-IN.
           05  DP-REC-TYPE-IN                PIC X(1).
           05  DP-STATE-IN                   PIC X(2).
           05  DP-SCHEDULE-IN                PIC X(1).
           05  DP-THRESHOLD-IN               PIC 9(7)V99.
           05  DP-ACCOUNT-IN                 PIC X(15).
           05  FILLER                        PIC X(52).
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
       FD  REGULAR-LIABILITY-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RX-TAX-LIABILITY-IN.
      *
       01  RX-TAX-LIABILITY-IN               PIC X(80).
      *
       FD  OFFCYCLE-LIABILITY-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OX-TAX-LIABILITY-IN.
      *
       01  OX-TAX-LIABILITY-IN               PIC X(80).
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
       FD  EFTPS-PAYMENT-OUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS EF-EFTPS-RECORD-OUT.
      *
       01  EF-EFTPS-RECORD-OUT               PIC X(80).
      *
       FD  STATE-PAYMENT-OUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SP-STATE-PAYMENT-OUT.
      *
       01  SP-STATE-PAYMENT-OUT.
           05  SP-STATE-OUT                  PIC X(2).
           05  SP-ACCOUNT-OUT                PIC X(15).
           05  SP-TAX-PERIOD-OUT             PIC 9(6).
           05  SP-SETTLE-DATE-OUT            PIC 9(6).
           05  SP-AMOUNT-OUT                 PIC 9(9)V99.
           05  SP-PAYMENT-REF-OUT            PIC X(15).
           05  SP-DUE-DATE-OUT               PIC 9(6).
           05  FILLER                        PIC X(19).
      *
       FD  DEPOSIT-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DR-DEPOSIT-REPORT-OUT.
      *
       01  DR-DEPOSIT-REPORT-OUT             PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-PARM-EOF-SWITCH            PIC X(3).
           05  WS-HL-EOF-SWITCH              PIC X(3).
           05  WS-RX-EOF-SWITCH              PIC X(3).
           05  WS-OX-EOF-SWITCH              PIC X(3).
           05  WS-DL-EOF-SWITCH              PIC X(3).
           05  WS-DL-SCAN-SWITCH             PIC X(3).
           05  WS-DUPLICATE-SWITCH           PIC X(3).
           05  WS-FED-PARM-SWITCH            PIC X(3).
           05  WS-BUSINESS-DAY-SWITCH        PIC X(3).
           05  WS-HOLIDAY-SWITCH             PIC X(3).
           05  WS-CONVERT-SWITCH             PIC X(3).
           05  WS-REPORT-SECTION             PIC X(1).
      *
       01  WS-CONTROL-TOTALS.
           05  WS-EXTRACT-READ               PIC 9(5).
           05  WS-EXTRACT-BAD                PIC 9(5).
           05  WS-LOGGED-COUNT               PIC 9(5).
           05  WS-DUPLICATE-COUNT            PIC 9(5).
           05  WS-FED-LOGGED-TOTAL           PIC S9(9)V99.
           05  WS-STATE-LOGGED-TOTAL         PIC S9(9)V99.
           05  WS-FED-DEPOSIT-COUNT          PIC 9(5).
           05  WS-FED-DEPOSIT-TOTAL          PIC S9(9)V99.
           05  WS-STATE-DEPOSIT-COUNT        PIC 9(5).
           05  WS-STATE-DEPOSIT-TOTAL        PIC S9(9)V99.
           05  WS-LATE-COUNT                 PIC 9(5).
           05  WS-NEXT-DAY-COUNT             PIC 9(5).
           05  WS-PENDING-COUNT              PIC 9(5).
           05  WS-PENDING-TOTAL              PIC S9(9)V99.
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
           05  WS-RUN-DATE                   PIC 9(6).
           05  WS-RUN-DATES REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYMM               PIC 9(4).
               10  WS-RUN-DD                 PIC 9(2).
           05  WS-EARLIEST-SETTLE-DATE       PIC 9(6).
      *
       01  WS-DEPOSIT-CONTROLS.
           05  WS-FED-SCHEDULE               PIC X(1).
           05  WS-FED-THRESHOLD              PIC 9(7)V99.
           05  WS-FED-EIN                    PIC X(9).
           05  WS-WORK-SCHEDULE              PIC X(1).
           05  WS-WORK-THRESHOLD             PIC 9(7)V99.
           05  WS-WORK-ACCOUNT               PIC X(15).
           05  WS-NEXT-SEQUENCE              PIC 9(2).
           05  WS-DUE-CHECK-DATE             PIC 9(6).
           05  WS-DUE-DATE                   PIC 9(6).
           05  WS-TAX-PERIOD                 PIC 9(6).
           05  WS-TAX-PERIODS REDEFINES WS-TAX-PERIOD.
               10  WS-TAX-PERIOD-YY          PIC 9(2).
               10  WS-TAX-PERIOD-MM          PIC 9(2).
               10  WS-TAX-PERIOD-DD          PIC 9(2).
           05  WS-QUARTER                    PIC 9(1).
           05  WS-ACCUM-KEY                  PIC 9(6).
           05  WS-CHECK-YYMM                 PIC 9(4).
           05  WS-LIABILITY                  PIC S9(7)V99.
      *
       01  WS-BASE-KEY.
           05  WS-BK-TAX-TYPE                PIC X(1).
           05  WS-BK-STATE                   PIC X(2).
           05  WS-BK-CHECK-DATE              PIC 9(6).
           05  WS-BK-SOURCE                  PIC X(1).
           05  WS-BK-PERIOD-END-DATE         PIC 9(6).
      *
       01  WS-PAYMENT-REF.
           05  FILLER                        PIC X(2) VALUE "TD".
           05  WS-REF-DATE                   PIC 9(6).
           05  WS-REF-SEQUENCE               PIC 9(4).
           05  FILLER                        PIC X(3) VALUE SPACES.
      *
       01  WS-IN-LIABILITY.
           05  WS-IN-REC-TYPE                PIC X(1).
           05  WS-IN-CHECK-DATE              PIC 9(6).
           05  WS-IN-PERIOD-END-DATE         PIC 9(6).
           05  WS-IN-SOURCE                  PIC X(1).
           05  WS-IN-STATE                   PIC X(2).
           05  WS-IN-EE-FICA                 PIC S9(7)V99.
           05  WS-IN-ER-FICA                 PIC S9(7)V99.
           05  WS-IN-WITHHOLDING             PIC S9(7)V99.
           05  WS-IN-WAGES                   PIC S9(8)V99.
           05  WS-IN-EMP-COUNT               PIC 9(5).
           05  FILLER                        PIC X(22).
      *
       01  WS-STATE-PARM-TABLE.
           05  WS-SP-COUNT                   PIC 9(2)   COMP.
           05  WS-SP-SUB                     PIC 9(2)   COMP.
           05  WS-SP-FOUND                   PIC 9(2)   COMP.
           05  WS-SP-ENTRY OCCURS 54 TIMES.
               10  WS-SP-STATE               PIC X(2).
               10  WS-SP-SCHEDULE            PIC X(1).
               10  WS-SP-THRESHOLD           PIC 9(7)V99.
               10  WS-SP-ACCOUNT             PIC X(15).
      *
       01  WS-HOLIDAY-TABLE.
           05  WS-HL-COUNT                   PIC 9(2)   COMP.
           05  WS-HL-SUB                     PIC 9(2)   COMP.
           05  WS-HL-ENTRY OCCURS 40 TIMES.
               10  WS-HL-DATE                PIC 9(6).
               10  WS-HL-NAME                PIC X(20).
      *
       01  WS-LIABILITY-TABLE.
           05  WS-LB-COUNT                   PIC 9(4)   COMP.
           05  WS-LB-SUB                     PIC 9(4)   COMP.
           05  WS-LB-FOUND                   PIC 9(4)   COMP.
           05  WS-LB-ENTRY OCCURS 300 TIMES.
               10  WS-LB-TAX-TYPE            PIC X(1).
               10  WS-LB-STATE               PIC X(2).
               10  WS-LB-CHECK-DATE          PIC 9(6).
               10  WS-LB-SOURCE              PIC X(1).
               10  WS-LB-PERIOD-END-DATE     PIC 9(6).
               10  WS-LB-EE-FICA             PIC S9(7)V99.
               10  WS-LB-ER-FICA             PIC S9(7)V99.
               10  WS-LB-WITHHOLDING         PIC S9(7)V99.
               10  WS-LB-WAGES               PIC S9(8)V99.
               10  WS-LB-EMP-COUNT           PIC 9(5).
      *
       01  WS-PENDING-TABLE.
           05  WS-PD-COUNT                   PIC 9(4)   COMP.
           05  WS-PD-SUB                     PIC 9(4)   COMP.
           05  WS-PD-ENTRY OCCURS 1000 TIMES.
               10  WS-PD-KEY.
                   15  WS-PD-TAX-TYPE        PIC X(1).
                   15  WS-PD-STATE           PIC X(2).
                   15  WS-PD-CHECK-DATE      PIC 9(6).
                   15  WS-PD-SOURCE          PIC X(1).
                   15  WS-PD-PERIOD-END-DATE PIC 9(6).
                   15  WS-PD-SEQUENCE        PIC 9(2).
               10  WS-PD-EE-FICA             PIC S9(7)V99.
               10  WS-PD-ER-FICA             PIC S9(7)V99.
               10  WS-PD-WITHHOLDING         PIC S9(7)V99.
               10  WS-PD-LIABILITY           PIC S9(7)V99.
               10  WS-PD-SCHEDULE            PIC X(1).
               10  WS-PD-DUE-DATE            PIC 9(6).
               10  WS-PD-ACCUM-KEY           PIC 9(6).
               10  WS-PD-NEXT-DAY-FLAG       PIC X(1).
               10  WS-PD-PAY-SWITCH          PIC X(3).
               10  WS-PD-PAY-SUB             PIC 9(4)   COMP.
      *
       01  WS-ACCUMULATION-TABLE.
           05  WS-AC-COUNT                   PIC 9(4)   COMP.
           05  WS-AC-SUB                     PIC 9(4)   COMP.
           05  WS-AC-FOUND                   PIC 9(4)   COMP.
           05  WS-AC-ENTRY OCCURS 300 TIMES.
               10  WS-AC-TAX-TYPE            PIC X(1).
               10  WS-AC-STATE               PIC X(2).
               10  WS-AC-ACCUM-KEY           PIC 9(6).
               10  WS-AC-SCHEDULE            PIC X(1).
               10  WS-AC-TOTAL               PIC S9(9)V99.
               10  WS-AC-LATEST-CHECK-DATE   PIC 9(6).
               10  WS-AC-NEXT-DAY-SWITCH     PIC X(3).
               10  WS-AC-DUE-DATE            PIC 9(6).
      *
       01  WS-PAYMENT-TABLE.
           05  WS-PY-COUNT                   PIC 9(4)   COMP.
           05  WS-PY-SUB                     PIC 9(4)   COMP.
           05  WS-PY-FOUND                   PIC 9(4)   COMP.
           05  WS-PY-ENTRY OCCURS 300 TIMES.
               10  WS-PY-TAX-TYPE            PIC X(1).
               10  WS-PY-STATE               PIC X(2).
               10  WS-PY-DUE-DATE            PIC 9(6).
               10  WS-PY-TAX-PERIOD          PIC 9(6).
               10  WS-PY-SETTLE-DATE         PIC 9(6).
               10  WS-PY-FICA                PIC S9(9)V99.
               10  WS-PY-WITHHOLDING         PIC S9(9)V99.
               10  WS-PY-AMOUNT              PIC S9(9)V99.
               10  WS-PY-NEXT-DAY-FLAG       PIC X(1).
               10  WS-PY-HELD-SWITCH         PIC X(3).
               10  WS-PY-PAYMENT-REF         PIC X(15).
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
      *
       01  WS-DATE-EDIT.
           05  WS-DE-MONTH                   PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-DE-DAY                     PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-DE-YEAR                    PIC 9(2).
      *
       01  EF-HEADER-RECORD.
           05  EF-HD-RECORD-TYPE             PIC X(1) VALUE "1".
           05  EF-HD-EIN                     PIC X(9).
           05  EF-HD-COMPANY-NAME            PIC X(23) VALUE
               "WSC PAYROLL COMPANY".
           05  EF-HD-CREATION-DATE           PIC 9(6).
           05  FILLER                        PIC X(41) VALUE SPACES.
      *
       01  EF-PAYMENT-RECORD.
           05  EF-PY-RECORD-TYPE             PIC X(1) VALUE "5".
           05  EF-PY-EIN                     PIC X(9).
           05  EF-PY-TAX-TYPE-CODE           PIC X(5) VALUE "94105".
           05  EF-PY-TAX-PERIOD              PIC 9(6).
           05  EF-PY-SETTLE-DATE             PIC 9(6).
           05  EF-PY-AMOUNT                  PIC 9(9)V99.
           05  EF-PY-FICA-AMOUNT             PIC 9(9)V99.
           05  EF-PY-WITHHOLD-AMOUNT         PIC 9(9)V99.
           05  EF-PY-PAYMENT-REF             PIC X(15).
           05  FILLER                        PIC X(5) VALUE SPACES.
      *
       01  EF-TRAILER-RECORD.
           05  EF-TR-RECORD-TYPE             PIC X(1) VALUE "9".
           05  EF-TR-PAYMENT-COUNT           PIC 9(6).
           05  EF-TR-TOTAL-AMOUNT            PIC 9(11)V99.
           05  FILLER                        PIC X(60) VALUE SPACES.
      *
       01  WS-HEADINGS-1.
           05  WS-DATE-1.
               10  WS-MONTH                  PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-DAY                    PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-YEAR                   PIC 9(2).
           05  FILLER                        PIC X(28) VALUE SPACES.
           05  FILLER  PIC X(21) VALUE "T A X   D E P O S I T".
           05  FILLER  PIC X(21) VALUE "S C H E D U L E".
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
       01  WS-HEADINGS-3                     PIC X(132) VALUE SPACES.
      *
       01  WS-SECTION-HEADING.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SECTION-TITLE-OUT          PIC X(40).
           05  FILLER                        PIC X(91) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "TYPE".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(2) VALUE "ST".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "CHECK DATE".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "SRC".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "PER END".
           05  FILLER                        PIC X(7) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "EE FICA".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "ER FICA".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "WITHHOLDING".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "LIABILITY".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "SCH".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "DUE DATE".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "NOTE".
           05  FILLER                        PIC X(19) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "TYPE".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(2) VALUE "ST".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "TAX PERIOD".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "DUE DATE".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "SETTLE".
           05  FILLER                        PIC X(13) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "FICA".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "WITHHOLDING".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "DEPOSIT AMT".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "PAYMENT REF".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "NOTE".
           05  FILLER                        PIC X(22) VALUE SPACES.
      *
       01  WS-LIABILITY-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-LL-TYPE-OUT                PIC X(3).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-LL-STATE-OUT               PIC X(2).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-LL-CHECK-OUT               PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-LL-SOURCE-OUT              PIC X(3).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-LL-PERIOD-OUT              PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LL-EE-FICA-OUT             PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LL-ER-FICA-OUT             PIC ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LL-WITHHOLD-OUT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LL-LIABILITY-OUT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LL-SCHEDULE-OUT            PIC X(2).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LL-DUE-OUT                 PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-LL-NOTE-OUT                PIC X(20).
           05  FILLER                        PIC X(3) VALUE SPACES.
      *
       01  WS-DEPOSIT-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DL-TYPE-OUT                PIC X(3).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-STATE-OUT               PIC X(2).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-PERIOD-OUT              PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-DUE-OUT                 PIC X(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-DL-SETTLE-OUT              PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DL-FICA-OUT                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DL-WITHHOLD-OUT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DL-AMOUNT-OUT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DL-REF-OUT                 PIC X(15).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DL-NOTE-OUT                PIC X(20).
           05  FILLER                        PIC X(6) VALUE SPACES.
      *
       01  WS-LOGGED-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               "EXTRACTS READ:".
           05  WS-LT-READ-OUT                PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "LOGGED:".
           05  WS-LT-LOGGED-OUT              PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE
               "DUPLICATES:".
           05  WS-LT-DUPLICATE-OUT           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "INVALID:".
           05  WS-LT-BAD-OUT                 PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "FEDERAL:".
           05  WS-LT-FED-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "STATE:".
           05  WS-LT-STATE-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(2) VALUE SPACES.
      *
       01  WS-DEPOSIT-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               "FEDERAL DEPOSITS:".
           05  WS-DT-FED-COUNT-OUT           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DT-FED-TOTAL-OUT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(15) VALUE
               "STATE DEPOSITS:".
           05  WS-DT-STATE-COUNT-OUT         PIC ZZ,ZZ9.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-DT-STATE-TOTAL-OUT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "LATE:".
           05  WS-DT-LATE-OUT                PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "NEXT-DAY:".
           05  WS-DT-NEXT-DAY-OUT            PIC ZZ,ZZ9.
           05  FILLER                        PIC X(20) VALUE SPACES.
      *
       01  WS-PENDING-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               "ENTRIES PENDING:".
           05  WS-PT-COUNT-OUT               PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(17) VALUE
               "PENDING LIABILITY".
           05  WS-PT-TOTAL-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(74) VALUE SPACES.
      *
       01  WS-CONVERT-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(46) VALUE
               "*** NEXT-DAY RULE APPLIED TO FEDERAL DEPOSIT -".
           05  FILLER                        PIC X(44) VALUE
               " DEPOSITOR IS NOW SEMIWEEKLY - UPDATE DEPPRM".
           05  FILLER                        PIC X(4) VALUE " ***".
           05  FILLER                        PIC X(37) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT DEPOSIT-PARM-FILE-IN
               INPUT REGULAR-LIABILITY-IN
               INPUT OFFCYCLE-LIABILITY-IN
               I-O DEPOSIT-LOG-FILE
               OUTPUT EFTPS-PAYMENT-OUT
               OUTPUT STATE-PAYMENT-OUT
               OUTPUT DEPOSIT-REPORT-OUT.
           PERFORM B10-INIT-PARA.
           PERFORM B20-REGULAR-LOAD-PARA THRU B20-REGULAR-LOAD-PARA-EXIT
               UNTIL WS-RX-EOF-SWITCH = "YES".
           PERFORM B22-OFFCYCLE-LOAD-PARA
                   THRU B22-OFFCYCLE-LOAD-PARA-EXIT
               UNTIL WS-OX-EOF-SWITCH = "YES".
           PERFORM B30-POST-PARA THRU B30-POST-PARA-EXIT
               VARYING WS-LB-SUB FROM 1 BY 1
               UNTIL WS-LB-SUB > WS-LB-COUNT.
           PERFORM B35-POST-TOTAL-PARA.
           PERFORM B40-PENDING-LOAD-PARA.
           PERFORM B50-NEXT-DAY-PARA.
           PERFORM B55-SELECT-PARA THRU B55-SELECT-PARA-EXIT
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-COUNT.
           MOVE "D" TO WS-REPORT-SECTION.
           MOVE ZERO TO WS-LINES-IN-USE.
           PERFORM C10-HEADINGS-PARA.
           PERFORM B60-DEPOSIT-PARA THRU B60-DEPOSIT-PARA-EXIT
               VARYING WS-PY-SUB FROM 1 BY 1
               UNTIL WS-PY-SUB > WS-PY-COUNT.
           PERFORM B65-LOG-UPDATE-PARA THRU B65-LOG-UPDATE-PARA-EXIT
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-COUNT.
           PERFORM B70-PENDING-LIST-PARA.
           PERFORM B80-TOTAL-PARA.
           CLOSE DEPOSIT-PARM-FILE-IN
               REGULAR-LIABILITY-IN
               OFFCYCLE-LIABILITY-IN
               DEPOSIT-LOG-FILE
               EFTPS-PAYMENT-OUT
               STATE-PAYMENT-OUT
               DEPOSIT-REPORT-OUT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "NO" TO WS-PARM-EOF-SWITCH
                        WS-HL-EOF-SWITCH
                        WS-RX-EOF-SWITCH
                        WS-OX-EOF-SWITCH
                        WS-FED-PARM-SWITCH
                        WS-CONVERT-SWITCH.
           MOVE ZEROS TO WS-LINES-IN-USE
                         WS-PAGE-COUNTER
                         WS-EXTRACT-READ
                         WS-EXTRACT-BAD
                         WS-LOGGED-COUNT
                         WS-DUPLICATE-COUNT
                         WS-FED-LOGGED-TOTAL
                         WS-STATE-LOGGED-TOTAL
                         WS-FED-DEPOSIT-COUNT
                         WS-FED-DEPOSIT-TOTAL
                         WS-STATE-DEPOSIT-COUNT
                         WS-STATE-DEPOSIT-TOTAL
                         WS-LATE-COUNT
                         WS-NEXT-DAY-COUNT
                         WS-PENDING-COUNT
                         WS-PENDING-TOTAL
                         WS-SP-COUNT
                         WS-LB-COUNT
                         WS-PD-COUNT
                         WS-AC-COUNT
                         WS-PY-COUNT
                         WS-REF-SEQUENCE.
           ACCEPT WS-DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH-IN TO WS-MONTH.
           MOVE WS-DAY-IN TO WS-DAY.
           MOVE WS-YEAR-IN TO WS-YEAR.
           MOVE WS-DATE-ACCEPT TO WS-RUN-DATE.
           MOVE WS-DATE-ACCEPT TO WS-REF-DATE.

           MOVE "M" TO WS-FED-SCHEDULE.
           MOVE 100000.00 TO WS-FED-THRESHOLD.
           MOVE SPACES TO WS-FED-EIN.
           PERFORM B14-PARM-LOAD-PARA THRU B14-PARM-LOAD-PARA-EXIT
               UNTIL WS-PARM-EOF-SWITCH = "YES".
           IF WS-FED-PARM-SWITCH = "NO"
               DISPLAY "PROG14 ABEND - NO FEDERAL RECORD ON DEPPRM"
               PERFORM E10-ABORT-PARA
           END-IF.
           IF WS-FED-EIN = SPACES
               DISPLAY "PROG14 ABEND - NO EMPLOYER EIN ON DEPPRM"
               PERFORM E10-ABORT-PARA
           END-IF.

           MOVE ZERO TO WS-HL-COUNT.
           OPEN INPUT HOLIDAY-FILE-IN.
           PERFORM B12-HOLIDAY-LOAD-PARA THRU B12-HOLIDAY-LOAD-PARA-EXIT
               UNTIL WS-HL-EOF-SWITCH = "YES".
           CLOSE HOLIDAY-FILE-IN.

           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM D36-NEXT-BUSINESS-DAY-PARA.
           MOVE WS-WORK-DATE TO WS-EARLIEST-SETTLE-DATE.

           MOVE WS-FED-EIN TO EF-HD-EIN.
           MOVE WS-RUN-DATE TO EF-HD-CREATION-DATE.
           WRITE EF-EFTPS-RECORD-OUT FROM EF-HEADER-RECORD.

           MOVE "L" TO WS-REPORT-SECTION.
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
               DISPLAY "PROG14 - HOLIDAY DATE NOT NUMERIC - IGNORED"
               GO TO B12-HOLIDAY-LOAD-PARA-EXIT
           END-IF.
           IF WS-HL-COUNT >= 40
               DISPLAY "PROG14 ABEND - HOLIDAY TABLE FULL"
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
       B14-PARM-LOAD-PARA.
           READ DEPOSIT-PARM-FILE-IN
               AT END
                   MOVE "YES" TO WS-PARM-EOF-SWITCH
                   GO TO B14-PARM-LOAD-PARA-EXIT
           END-READ.
           IF DP-REC-TYPE-IN = "F"
               IF DP-SCHEDULE-IN NOT = "S" AND
                       DP-SCHEDULE-IN NOT = "M"
                   DISPLAY "PROG14 ABEND - INVALID FEDERAL DEPOSIT "
                       "SCHEDULE ON DEPPRM"
                   PERFORM E10-ABORT-PARA
               END-IF
               MOVE "YES" TO WS-FED-PARM-SWITCH
               MOVE DP-SCHEDULE-IN TO WS-FED-SCHEDULE
               IF DP-THRESHOLD-IN NUMERIC AND
                       DP-THRESHOLD-IN > ZERO
                   MOVE DP-THRESHOLD-IN TO WS-FED-THRESHOLD
               END-IF
               MOVE DP-ACCOUNT-IN TO WS-FED-EIN
               GO TO B14-PARM-LOAD-PARA-EXIT
           END-IF.
           IF DP-REC-TYPE-IN NOT = "S"
               DISPLAY "PROG14 - UNKNOWN DEPPRM RECORD - IGNORED"
               GO TO B14-PARM-LOAD-PARA-EXIT
           END-IF.
           IF DP-STATE-IN = SPACES OR
                   (DP-SCHEDULE-IN NOT = "S" AND
                    DP-SCHEDULE-IN NOT = "M")
               DISPLAY "PROG14 - INVALID STATE DEPPRM RECORD "
                   DP-STATE-IN " - IGNORED"
               GO TO B14-PARM-LOAD-PARA-EXIT
           END-IF.
           IF WS-SP-COUNT >= 54
               DISPLAY "PROG14 ABEND - STATE PARAMETER TABLE FULL"
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO WS-SP-COUNT.
           MOVE DP-STATE-IN TO WS-SP-STATE (WS-SP-COUNT).
           MOVE DP-SCHEDULE-IN TO WS-SP-SCHEDULE (WS-SP-COUNT).
           IF DP-THRESHOLD-IN NUMERIC
               MOVE DP-THRESHOLD-IN TO WS-SP-THRESHOLD (WS-SP-COUNT)
           ELSE
               MOVE ZERO TO WS-SP-THRESHOLD (WS-SP-COUNT)
           END-IF.
           MOVE DP-ACCOUNT-IN TO WS-SP-ACCOUNT (WS-SP-COUNT).
      *
       B14-PARM-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B20-REGULAR-LOAD-PARA.
           READ REGULAR-LIABILITY-IN INTO WS-IN-LIABILITY
               AT END
                   MOVE "YES" TO WS-RX-EOF-SWITCH
                   GO TO B20-REGULAR-LOAD-PARA-EXIT
           END-READ.
           ADD 1 TO WS-EXTRACT-READ.
           PERFORM D60-ACCUMULATE-PARA THRU D60-ACCUMULATE-PARA-EXIT.
      *
       B20-REGULAR-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B22-OFFCYCLE-LOAD-PARA.
           READ OFFCYCLE-LIABILITY-IN INTO WS-IN-LIABILITY
               AT END
                   MOVE "YES" TO WS-OX-EOF-SWITCH
                   GO TO B22-OFFCYCLE-LOAD-PARA-EXIT
           END-READ.
           ADD 1 TO WS-EXTRACT-READ.
           PERFORM D60-ACCUMULATE-PARA THRU D60-ACCUMULATE-PARA-EXIT.
      *
       B22-OFFCYCLE-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B30-POST-PARA.
           MOVE WS-LB-TAX-TYPE (WS-LB-SUB) TO WS-BK-TAX-TYPE.
           MOVE WS-LB-STATE (WS-LB-SUB) TO WS-BK-STATE.
           MOVE WS-LB-CHECK-DATE (WS-LB-SUB) TO WS-BK-CHECK-DATE.
           MOVE WS-LB-SOURCE (WS-LB-SUB) TO WS-BK-SOURCE.
           MOVE WS-LB-PERIOD-END-DATE (WS-LB-SUB)
               TO WS-BK-PERIOD-END-DATE.
           COMPUTE WS-LIABILITY = WS-LB-EE-FICA (WS-LB-SUB)
               + WS-LB-ER-FICA (WS-LB-SUB)
               + WS-LB-WITHHOLDING (WS-LB-SUB).

           MOVE "NO" TO WS-DUPLICATE-SWITCH.
           MOVE ZERO TO WS-NEXT-SEQUENCE.
           MOVE WS-BASE-KEY TO DL-DEPOSIT-KEY.
           MOVE ZERO TO DL-SEQUENCE.
           MOVE "YES" TO WS-DL-SCAN-SWITCH.
           START DEPOSIT-LOG-FILE
               KEY IS NOT LESS THAN DL-DEPOSIT-KEY
               INVALID KEY
                   MOVE "NO" TO WS-DL-SCAN-SWITCH
           END-START.
           PERFORM D64-DUPLICATE-SCAN-PARA
                   THRU D64-DUPLICATE-SCAN-PARA-EXIT
               UNTIL WS-DL-SCAN-SWITCH = "NO".

           MOVE SPACES TO WS-LIABILITY-LINE.
           PERFORM C25-LIABILITY-KEY-PARA.
           MOVE WS-LB-EE-FICA (WS-LB-SUB) TO WS-LL-EE-FICA-OUT.
           MOVE WS-LB-ER-FICA (WS-LB-SUB) TO WS-LL-ER-FICA-OUT.
           MOVE WS-LB-WITHHOLDING (WS-LB-SUB) TO WS-LL-WITHHOLD-OUT.
           MOVE WS-LIABILITY TO WS-LL-LIABILITY-OUT.

           IF WS-DUPLICATE-SWITCH = "YES"
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE "DUPLICATE - REJECTED" TO WS-LL-NOTE-OUT
               PERFORM C20-LIABILITY-LINE-PARA
               GO TO B30-POST-PARA-EXIT
           END-IF.

           PERFORM D66-SCHEDULE-LOOKUP-PARA.
           MOVE WS-BK-CHECK-DATE TO WS-DUE-CHECK-DATE.
           PERFORM D40-DUE-DATE-PARA.

           MOVE SPACES TO DL-DEPOSIT-LOG-RECORD.
           MOVE WS-BASE-KEY TO DL-DEPOSIT-KEY.
           MOVE WS-NEXT-SEQUENCE TO DL-SEQUENCE.
           MOVE WS-LB-EE-FICA (WS-LB-SUB) TO DL-EE-FICA.
           MOVE WS-LB-ER-FICA (WS-LB-SUB) TO DL-ER-FICA.
           MOVE WS-LB-WITHHOLDING (WS-LB-SUB) TO DL-WITHHOLDING.
           MOVE WS-LIABILITY TO DL-LIABILITY.
           MOVE WS-LB-WAGES (WS-LB-SUB) TO DL-WAGES.
           MOVE WS-LB-EMP-COUNT (WS-LB-SUB) TO DL-EMP-COUNT.
           MOVE WS-WORK-SCHEDULE TO DL-SCHEDULE.
           MOVE "N" TO DL-NEXT-DAY-FLAG.
           MOVE WS-DUE-DATE TO DL-DUE-DATE.
           MOVE "P" TO DL-STATUS.
           MOVE ZERO TO DL-DEPOSIT-DATE
                        DL-DEPOSIT-AMOUNT
                        DL-TRANSMIT-DATE.
           MOVE WS-RUN-DATE TO DL-LOGGED-DATE.
           WRITE DL-DEPOSIT-LOG-RECORD
               INVALID KEY
                   DISPLAY "PROG14 ABEND - DEPOSIT LOG WRITE FAILED "
                       DL-DEPOSIT-KEY
                   PERFORM E10-ABORT-PARA
           END-WRITE.
           ADD 1 TO WS-LOGGED-COUNT.
           IF WS-BK-TAX-TYPE = "F"
               ADD WS-LIABILITY TO WS-FED-LOGGED-TOTAL
           ELSE
               ADD WS-LIABILITY TO WS-STATE-LOGGED-TOTAL
           END-IF.

           PERFORM C27-SCHEDULE-LABEL-PARA.
           MOVE WS-DUE-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-LL-DUE-OUT.
           IF WS-NEXT-SEQUENCE > ZERO
               MOVE "ADDITIONAL RUN" TO WS-LL-NOTE-OUT
           ELSE IF WS-BK-TAX-TYPE = "S" AND WS-SP-FOUND = ZERO
                   MOVE "NO STATE DEPPRM" TO WS-LL-NOTE-OUT
           END-IF.
           PERFORM C20-LIABILITY-LINE-PARA.
      *
       B30-POST-PARA-EXIT.
           EXIT.
      *
      *
       B35-POST-TOTAL-PARA.
           MOVE WS-EXTRACT-READ TO WS-LT-READ-OUT.
           MOVE WS-LOGGED-COUNT TO WS-LT-LOGGED-OUT.
           MOVE WS-DUPLICATE-COUNT TO WS-LT-DUPLICATE-OUT.
           MOVE WS-EXTRACT-BAD TO WS-LT-BAD-OUT.
           MOVE WS-FED-LOGGED-TOTAL TO WS-LT-FED-OUT.
           MOVE WS-STATE-LOGGED-TOTAL TO WS-LT-STATE-OUT.
           WRITE DR-DEPOSIT-REPORT-OUT FROM WS-LOGGED-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
      *
       B40-PENDING-LOAD-PARA.
           MOVE "NO" TO WS-DL-EOF-SWITCH.
           MOVE LOW-VALUES TO DL-DEPOSIT-KEY.
           START DEPOSIT-LOG-FILE
               KEY IS NOT LESS THAN DL-DEPOSIT-KEY
               INVALID KEY
                   MOVE "YES" TO WS-DL-EOF-SWITCH
           END-START.
           PERFORM B42-PENDING-READ-PARA THRU B42-PENDING-READ-PARA-EXIT
               UNTIL WS-DL-EOF-SWITCH = "YES".
      *
      *
       B42-PENDING-READ-PARA.
           READ DEPOSIT-LOG-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-DL-EOF-SWITCH
                   GO TO B42-PENDING-READ-PARA-EXIT
           END-READ.
           IF DL-STATUS NOT = "P"
               GO TO B42-PENDING-READ-PARA-EXIT
           END-IF.
           IF WS-PD-COUNT >= 1000
               DISPLAY "PROG14 ABEND - PENDING DEPOSIT TABLE FULL"
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO WS-PD-COUNT.
           MOVE DL-DEPOSIT-KEY TO WS-PD-KEY (WS-PD-COUNT).
           MOVE DL-EE-FICA TO WS-PD-EE-FICA (WS-PD-COUNT).
           MOVE DL-ER-FICA TO WS-PD-ER-FICA (WS-PD-COUNT).
           MOVE DL-WITHHOLDING TO WS-PD-WITHHOLDING (WS-PD-COUNT).
           MOVE DL-LIABILITY TO WS-PD-LIABILITY (WS-PD-COUNT).
           MOVE DL-SCHEDULE TO WS-PD-SCHEDULE (WS-PD-COUNT).
           MOVE DL-DUE-DATE TO WS-PD-DUE-DATE (WS-PD-COUNT).
           MOVE "N" TO WS-PD-NEXT-DAY-FLAG (WS-PD-COUNT).
           MOVE "NO" TO WS-PD-PAY-SWITCH (WS-PD-COUNT).
           MOVE ZERO TO WS-PD-PAY-SUB (WS-PD-COUNT).
           IF DL-SCHEDULE = "M"
               DIVIDE DL-CHECK-DATE BY 100 GIVING WS-CHECK-YYMM
               COMPUTE WS-PD-ACCUM-KEY (WS-PD-COUNT) =
                   WS-CHECK-YYMM * 100
           ELSE
               MOVE DL-DUE-DATE TO WS-PD-ACCUM-KEY (WS-PD-COUNT)
           END-IF.
      *
       B42-PENDING-READ-PARA-EXIT.
           EXIT.
      *
      *
       B50-NEXT-DAY-PARA.
           PERFORM B52-ACCUMULATE-PARA THRU B52-ACCUMULATE-PARA-EXIT
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-COUNT.
           PERFORM B54-THRESHOLD-PARA
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > WS-AC-COUNT.
      *
      *
       B52-ACCUMULATE-PARA.
           PERFORM D68-ACCUM-FIND-PARA.
           IF WS-AC-FOUND = ZERO
               IF WS-AC-COUNT >= 300
                   DISPLAY "PROG14 ABEND - ACCUMULATION TABLE FULL"
                   PERFORM E10-ABORT-PARA
               END-IF
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT TO WS-AC-FOUND
               MOVE WS-PD-TAX-TYPE (WS-PD-SUB)
                   TO WS-AC-TAX-TYPE (WS-AC-FOUND)
               MOVE WS-PD-STATE (WS-PD-SUB) TO WS-AC-STATE (WS-AC-FOUND)
               MOVE WS-PD-ACCUM-KEY (WS-PD-SUB)
                   TO WS-AC-ACCUM-KEY (WS-AC-FOUND)
               MOVE WS-PD-SCHEDULE (WS-PD-SUB)
                   TO WS-AC-SCHEDULE (WS-AC-FOUND)
               MOVE ZERO TO WS-AC-TOTAL (WS-AC-FOUND)
                            WS-AC-LATEST-CHECK-DATE (WS-AC-FOUND)
                            WS-AC-DUE-DATE (WS-AC-FOUND)
               MOVE "NO" TO WS-AC-NEXT-DAY-SWITCH (WS-AC-FOUND)
           END-IF.
           ADD WS-PD-LIABILITY (WS-PD-SUB) TO WS-AC-TOTAL (WS-AC-FOUND).
           IF WS-PD-CHECK-DATE (WS-PD-SUB) >
                   WS-AC-LATEST-CHECK-DATE (WS-AC-FOUND)
               MOVE WS-PD-CHECK-DATE (WS-PD-SUB)
                   TO WS-AC-LATEST-CHECK-DATE (WS-AC-FOUND)
           END-IF.
      *
       B52-ACCUMULATE-PARA-EXIT.
           EXIT.
      *
      *
       B54-THRESHOLD-PARA.
           MOVE WS-AC-TAX-TYPE (WS-AC-SUB) TO WS-BK-TAX-TYPE.
           MOVE WS-AC-STATE (WS-AC-SUB) TO WS-BK-STATE.
           PERFORM D66-SCHEDULE-LOOKUP-PARA.
           IF WS-WORK-THRESHOLD > ZERO AND
                   WS-AC-TOTAL (WS-AC-SUB) >= WS-WORK-THRESHOLD
               MOVE "YES" TO WS-AC-NEXT-DAY-SWITCH (WS-AC-SUB)
               MOVE WS-AC-LATEST-CHECK-DATE (WS-AC-SUB) TO WS-WORK-DATE
               PERFORM D36-NEXT-BUSINESS-DAY-PARA
               MOVE WS-WORK-DATE TO WS-AC-DUE-DATE (WS-AC-SUB)
               ADD 1 TO WS-NEXT-DAY-COUNT
               IF WS-AC-TAX-TYPE (WS-AC-SUB) = "F" AND
                       WS-FED-SCHEDULE = "M"
                   MOVE "YES" TO WS-CONVERT-SWITCH
               END-IF
           END-IF.
      *
      *
       B55-SELECT-PARA.
           PERFORM D68-ACCUM-FIND-PARA.
           IF WS-AC-FOUND > ZERO AND
                   WS-AC-NEXT-DAY-SWITCH (WS-AC-FOUND) = "YES"
               MOVE "Y" TO WS-PD-NEXT-DAY-FLAG (WS-PD-SUB)
               MOVE WS-AC-DUE-DATE (WS-AC-FOUND)
                   TO WS-PD-DUE-DATE (WS-PD-SUB)
               MOVE "YES" TO WS-PD-PAY-SWITCH (WS-PD-SUB)
           ELSE IF WS-PD-SCHEDULE (WS-PD-SUB) = "S"
                   MOVE "YES" TO WS-PD-PAY-SWITCH (WS-PD-SUB)
               ELSE
                   DIVIDE WS-PD-CHECK-DATE (WS-PD-SUB) BY 100
                       GIVING WS-CHECK-YYMM
                   IF WS-CHECK-YYMM < WS-RUN-YYMM
                       MOVE "YES" TO WS-PD-PAY-SWITCH (WS-PD-SUB)
                   END-IF
           END-IF.
           IF WS-PD-PAY-SWITCH (WS-PD-SUB) = "NO"
               GO TO B55-SELECT-PARA-EXIT
           END-IF.

           MOVE WS-PD-CHECK-DATE (WS-PD-SUB) TO WS-TAX-PERIOD.
           COMPUTE WS-QUARTER = (WS-TAX-PERIOD-MM + 2) / 3.
           COMPUTE WS-TAX-PERIOD-MM = WS-QUARTER * 3.
           IF WS-QUARTER = 1 OR WS-QUARTER = 4
               MOVE 31 TO WS-TAX-PERIOD-DD
           ELSE
               MOVE 30 TO WS-TAX-PERIOD-DD
           END-IF.

           MOVE ZERO TO WS-PY-FOUND.
           PERFORM D70-PAYMENT-SCAN-PARA
               VARYING WS-PY-SUB FROM 1 BY 1
               UNTIL WS-PY-SUB > WS-PY-COUNT.
           IF WS-PY-FOUND = ZERO
               IF WS-PY-COUNT >= 300
                   DISPLAY "PROG14 ABEND - PAYMENT TABLE FULL"
                   PERFORM E10-ABORT-PARA
               END-IF
               ADD 1 TO WS-PY-COUNT
               MOVE WS-PY-COUNT TO WS-PY-FOUND
               MOVE WS-PD-TAX-TYPE (WS-PD-SUB)
                   TO WS-PY-TAX-TYPE (WS-PY-FOUND)
               MOVE WS-PD-STATE (WS-PD-SUB) TO WS-PY-STATE (WS-PY-FOUND)
               MOVE WS-PD-DUE-DATE (WS-PD-SUB)
                   TO WS-PY-DUE-DATE (WS-PY-FOUND)
               MOVE WS-TAX-PERIOD TO WS-PY-TAX-PERIOD (WS-PY-FOUND)
               MOVE ZERO TO WS-PY-SETTLE-DATE (WS-PY-FOUND)
                            WS-PY-FICA (WS-PY-FOUND)
                            WS-PY-WITHHOLDING (WS-PY-FOUND)
                            WS-PY-AMOUNT (WS-PY-FOUND)
               MOVE WS-PD-NEXT-DAY-FLAG (WS-PD-SUB)
                   TO WS-PY-NEXT-DAY-FLAG (WS-PY-FOUND)
               MOVE "NO" TO WS-PY-HELD-SWITCH (WS-PY-FOUND)
               MOVE SPACES TO WS-PY-PAYMENT-REF (WS-PY-FOUND)
           END-IF.
           ADD WS-PD-EE-FICA (WS-PD-SUB) WS-PD-ER-FICA (WS-PD-SUB)
               TO WS-PY-FICA (WS-PY-FOUND).
           ADD WS-PD-WITHHOLDING (WS-PD-SUB)
               TO WS-PY-WITHHOLDING (WS-PY-FOUND).
           ADD WS-PD-LIABILITY (WS-PD-SUB)
               TO WS-PY-AMOUNT (WS-PY-FOUND).
           MOVE WS-PY-FOUND TO WS-PD-PAY-SUB (WS-PD-SUB).
      *
       B55-SELECT-PARA-EXIT.
           EXIT.
      *
      *
       B60-DEPOSIT-PARA.
           MOVE SPACES TO WS-DEPOSIT-LINE.
           IF WS-PY-TAX-TYPE (WS-PY-SUB) = "F"
               MOVE "FED" TO WS-DL-TYPE-OUT
           ELSE
               MOVE "STA" TO WS-DL-TYPE-OUT
               MOVE WS-PY-STATE (WS-PY-SUB) TO WS-DL-STATE-OUT
           END-IF.
           MOVE WS-PY-TAX-PERIOD (WS-PY-SUB) TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-DL-PERIOD-OUT.
           MOVE WS-PY-DUE-DATE (WS-PY-SUB) TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-DL-DUE-OUT.
           MOVE WS-PY-FICA (WS-PY-SUB) TO WS-DL-FICA-OUT.
           MOVE WS-PY-WITHHOLDING (WS-PY-SUB) TO WS-DL-WITHHOLD-OUT.
           MOVE WS-PY-AMOUNT (WS-PY-SUB) TO WS-DL-AMOUNT-OUT.

           IF WS-PY-AMOUNT (WS-PY-SUB) NOT > ZERO
               MOVE "YES" TO WS-PY-HELD-SWITCH (WS-PY-SUB)
               MOVE "NET CREDIT - HELD" TO WS-DL-NOTE-OUT
               PERFORM C30-DEPOSIT-LINE-PARA
               GO TO B60-DEPOSIT-PARA-EXIT
           END-IF.

           IF WS-PY-DUE-DATE (WS-PY-SUB) < WS-EARLIEST-SETTLE-DATE
               MOVE WS-EARLIEST-SETTLE-DATE
                   TO WS-PY-SETTLE-DATE (WS-PY-SUB)
               ADD 1 TO WS-LATE-COUNT
               MOVE "LATE DEPOSIT" TO WS-DL-NOTE-OUT
           ELSE
               MOVE WS-PY-DUE-DATE (WS-PY-SUB)
                   TO WS-PY-SETTLE-DATE (WS-PY-SUB)
               IF WS-PY-NEXT-DAY-FLAG (WS-PY-SUB) = "Y"
                   MOVE "NEXT-DAY RULE" TO WS-DL-NOTE-OUT
               END-IF
           END-IF.
           MOVE WS-PY-SETTLE-DATE (WS-PY-SUB) TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-DL-SETTLE-OUT.

           ADD 1 TO WS-REF-SEQUENCE.
           MOVE WS-PAYMENT-REF TO WS-PY-PAYMENT-REF (WS-PY-SUB).
           MOVE WS-PAYMENT-REF TO WS-DL-REF-OUT.

           IF WS-PY-TAX-TYPE (WS-PY-SUB) = "F"
               MOVE WS-FED-EIN TO EF-PY-EIN
               MOVE WS-PY-TAX-PERIOD (WS-PY-SUB) TO EF-PY-TAX-PERIOD
               MOVE WS-PY-SETTLE-DATE (WS-PY-SUB) TO EF-PY-SETTLE-DATE
               MOVE WS-PY-AMOUNT (WS-PY-SUB) TO EF-PY-AMOUNT
               MOVE WS-PY-FICA (WS-PY-SUB) TO EF-PY-FICA-AMOUNT
               MOVE WS-PY-WITHHOLDING (WS-PY-SUB)
                   TO EF-PY-WITHHOLD-AMOUNT
               MOVE WS-PAYMENT-REF TO EF-PY-PAYMENT-REF
               WRITE EF-EFTPS-RECORD-OUT FROM EF-PAYMENT-RECORD
               ADD 1 TO WS-FED-DEPOSIT-COUNT
               ADD WS-PY-AMOUNT (WS-PY-SUB) TO WS-FED-DEPOSIT-TOTAL
           ELSE
               MOVE WS-PY-TAX-TYPE (WS-PY-SUB) TO WS-BK-TAX-TYPE
               MOVE WS-PY-STATE (WS-PY-SUB) TO WS-BK-STATE
               PERFORM D66-SCHEDULE-LOOKUP-PARA
               MOVE SPACES TO SP-STATE-PAYMENT-OUT
               MOVE WS-PY-STATE (WS-PY-SUB) TO SP-STATE-OUT
               MOVE WS-WORK-ACCOUNT TO SP-ACCOUNT-OUT
               MOVE WS-PY-TAX-PERIOD (WS-PY-SUB) TO SP-TAX-PERIOD-OUT
               MOVE WS-PY-SETTLE-DATE (WS-PY-SUB) TO SP-SETTLE-DATE-OUT
               MOVE WS-PY-AMOUNT (WS-PY-SUB) TO SP-AMOUNT-OUT
               MOVE WS-PAYMENT-REF TO SP-PAYMENT-REF-OUT
               MOVE WS-PY-DUE-DATE (WS-PY-SUB) TO SP-DUE-DATE-OUT
               WRITE SP-STATE-PAYMENT-OUT
               ADD 1 TO WS-STATE-DEPOSIT-COUNT
               ADD WS-PY-AMOUNT (WS-PY-SUB) TO WS-STATE-DEPOSIT-TOTAL
               IF WS-WORK-ACCOUNT = SPACES AND WS-DL-NOTE-OUT = SPACES
                   MOVE "NO STATE ACCOUNT" TO WS-DL-NOTE-OUT
               END-IF
           END-IF.
           PERFORM C30-DEPOSIT-LINE-PARA.
      *
       B60-DEPOSIT-PARA-EXIT.
           EXIT.
      *
      *
       B65-LOG-UPDATE-PARA.
           IF WS-PD-PAY-SWITCH (WS-PD-SUB) = "NO"
               GO TO B65-LOG-UPDATE-PARA-EXIT
           END-IF.
           MOVE WS-PD-PAY-SUB (WS-PD-SUB) TO WS-PY-SUB.
           IF WS-PY-HELD-SWITCH (WS-PY-SUB) = "YES"
               MOVE "NO" TO WS-PD-PAY-SWITCH (WS-PD-SUB)
               GO TO B65-LOG-UPDATE-PARA-EXIT
           END-IF.
           MOVE WS-PD-KEY (WS-PD-SUB) TO DL-DEPOSIT-KEY.
           READ DEPOSIT-LOG-FILE
               INVALID KEY
                   DISPLAY "PROG14 ABEND - DEPOSIT LOG ENTRY MISSING "
                       DL-DEPOSIT-KEY
                   PERFORM E10-ABORT-PARA
           END-READ.
           MOVE "T" TO DL-STATUS.
           MOVE WS-PD-NEXT-DAY-FLAG (WS-PD-SUB) TO DL-NEXT-DAY-FLAG.
           MOVE WS-PD-DUE-DATE (WS-PD-SUB) TO DL-DUE-DATE.
           MOVE WS-PY-SETTLE-DATE (WS-PY-SUB) TO DL-DEPOSIT-DATE.
           MOVE DL-LIABILITY TO DL-DEPOSIT-AMOUNT.
           MOVE WS-PY-PAYMENT-REF (WS-PY-SUB) TO DL-PAYMENT-REF.
           MOVE WS-RUN-DATE TO DL-TRANSMIT-DATE.
           REWRITE DL-DEPOSIT-LOG-RECORD
               INVALID KEY
                   DISPLAY "PROG14 ABEND - DEPOSIT LOG REWRITE FAILED "
                       DL-DEPOSIT-KEY
                   PERFORM E10-ABORT-PARA
           END-REWRITE.
      *
       B65-LOG-UPDATE-PARA-EXIT.
           EXIT.
      *
      *
       B70-PENDING-LIST-PARA.
           MOVE "P" TO WS-REPORT-SECTION.
           MOVE ZERO TO WS-LINES-IN-USE.
           PERFORM C10-HEADINGS-PARA.
           PERFORM B72-PENDING-LINE-PARA
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB > WS-PD-COUNT.
           MOVE WS-PENDING-COUNT TO WS-PT-COUNT-OUT.
           MOVE WS-PENDING-TOTAL TO WS-PT-TOTAL-OUT.
           WRITE DR-DEPOSIT-REPORT-OUT FROM WS-PENDING-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
      *
       B72-PENDING-LINE-PARA.
           IF WS-PD-PAY-SWITCH (WS-PD-SUB) = "NO"
               ADD 1 TO WS-PENDING-COUNT
               ADD WS-PD-LIABILITY (WS-PD-SUB) TO WS-PENDING-TOTAL
               MOVE WS-PD-TAX-TYPE (WS-PD-SUB) TO WS-BK-TAX-TYPE
               MOVE WS-PD-STATE (WS-PD-SUB) TO WS-BK-STATE
               MOVE WS-PD-CHECK-DATE (WS-PD-SUB) TO WS-BK-CHECK-DATE
               MOVE WS-PD-SOURCE (WS-PD-SUB) TO WS-BK-SOURCE
               MOVE WS-PD-PERIOD-END-DATE (WS-PD-SUB)
                   TO WS-BK-PERIOD-END-DATE
               MOVE SPACES TO WS-LIABILITY-LINE
               PERFORM C25-LIABILITY-KEY-PARA
               MOVE WS-PD-EE-FICA (WS-PD-SUB) TO WS-LL-EE-FICA-OUT
               MOVE WS-PD-ER-FICA (WS-PD-SUB) TO WS-LL-ER-FICA-OUT
               MOVE WS-PD-WITHHOLDING (WS-PD-SUB) TO WS-LL-WITHHOLD-OUT
               MOVE WS-PD-LIABILITY (WS-PD-SUB) TO WS-LL-LIABILITY-OUT
               MOVE WS-PD-SCHEDULE (WS-PD-SUB) TO WS-WORK-SCHEDULE
               PERFORM C27-SCHEDULE-LABEL-PARA
               MOVE WS-PD-DUE-DATE (WS-PD-SUB) TO WS-WORK-DATE
               PERFORM D50-FORMAT-DATE-PARA
               MOVE WS-DATE-EDIT TO WS-LL-DUE-OUT
               IF WS-PD-PAY-SUB (WS-PD-SUB) > ZERO
                   MOVE "HELD - NET CREDIT" TO WS-LL-NOTE-OUT
               ELSE
                   MOVE "PENDING" TO WS-LL-NOTE-OUT
               END-IF
               PERFORM C20-LIABILITY-LINE-PARA
           END-IF.
      *
      *
       B80-TOTAL-PARA.
           MOVE WS-FED-DEPOSIT-COUNT TO WS-DT-FED-COUNT-OUT.
           MOVE WS-FED-DEPOSIT-TOTAL TO WS-DT-FED-TOTAL-OUT.
           MOVE WS-STATE-DEPOSIT-COUNT TO WS-DT-STATE-COUNT-OUT.
           MOVE WS-STATE-DEPOSIT-TOTAL TO WS-DT-STATE-TOTAL-OUT.
           MOVE WS-LATE-COUNT TO WS-DT-LATE-OUT.
           MOVE WS-NEXT-DAY-COUNT TO WS-DT-NEXT-DAY-OUT.
           WRITE DR-DEPOSIT-REPORT-OUT FROM WS-DEPOSIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           IF WS-CONVERT-SWITCH = "YES"
               WRITE DR-DEPOSIT-REPORT-OUT FROM WS-CONVERT-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY "PROG14 - NEXT-DAY RULE APPLIED - FEDERAL "
                   "DEPOSITOR IS NOW SEMIWEEKLY"
           END-IF.

           MOVE WS-FED-DEPOSIT-COUNT TO EF-TR-PAYMENT-COUNT.
           MOVE WS-FED-DEPOSIT-TOTAL TO EF-TR-TOTAL-AMOUNT.
           WRITE EF-EFTPS-RECORD-OUT FROM EF-TRAILER-RECORD.
      *
      *
       C10-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-COUNTER.
           MOVE WS-PAGE-COUNTER TO WS-PAGE-OUT.
           WRITE DR-DEPOSIT-REPORT-OUT FROM WS-HEADINGS-1
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-SPACING.
           WRITE DR-DEPOSIT-REPORT-OUT FROM WS-HEADINGS-2
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           IF WS-REPORT-SECTION = "L"
               MOVE "LIABILITIES LOGGED THIS RUN"
                   TO WS-SECTION-TITLE-OUT
           ELSE IF WS-REPORT-SECTION = "D"
                   MOVE "DEPOSITS SCHEDULED THIS RUN"
                       TO WS-SECTION-TITLE-OUT
               ELSE
                   MOVE "LIABILITIES STILL PENDING"
                       TO WS-SECTION-TITLE-OUT
           END-IF.
           MOVE 2 TO WS-SPACING.
           WRITE DR-DEPOSIT-REPORT-OUT FROM WS-SECTION-HEADING
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           IF WS-REPORT-SECTION = "D"
               WRITE DR-DEPOSIT-REPORT-OUT FROM COLUMN-HEADINGS-2
                   AFTER ADVANCING WS-SPACING
           ELSE
               WRITE DR-DEPOSIT-REPORT-OUT FROM COLUMN-HEADINGS-1
                   AFTER ADVANCING WS-SPACING
           END-IF.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           WRITE DR-DEPOSIT-REPORT-OUT FROM WS-HEADINGS-3
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-IN-USE.
      *
      *
       C20-LIABILITY-LINE-PARA.
           WRITE DR-DEPOSIT-REPORT-OUT FROM WS-LIABILITY-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-IN-USE.
           IF WS-LINES-IN-USE >= 60
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
      *
       C25-LIABILITY-KEY-PARA.
           IF WS-BK-TAX-TYPE = "F"
               MOVE "FED" TO WS-LL-TYPE-OUT
           ELSE
               MOVE "STA" TO WS-LL-TYPE-OUT
               MOVE WS-BK-STATE TO WS-LL-STATE-OUT
           END-IF.
           MOVE WS-BK-CHECK-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-LL-CHECK-OUT.
           IF WS-BK-SOURCE = "R"
               MOVE "REG" TO WS-LL-SOURCE-OUT
           ELSE
               MOVE "OFF" TO WS-LL-SOURCE-OUT
           END-IF.
           MOVE WS-BK-PERIOD-END-DATE TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-LL-PERIOD-OUT.
      *
      *
       C27-SCHEDULE-LABEL-PARA.
           IF WS-WORK-SCHEDULE = "S"
               MOVE "SW" TO WS-LL-SCHEDULE-OUT
           ELSE
               MOVE "MO" TO WS-LL-SCHEDULE-OUT
           END-IF.
      *
      *
       C30-DEPOSIT-LINE-PARA.
           WRITE DR-DEPOSIT-REPORT-OUT FROM WS-DEPOSIT-LINE
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
       D30-ROLL-FORWARD-PARA.
           MOVE "NO" TO WS-BUSINESS-DAY-SWITCH.
           PERFORM D32-BUSINESS-DAY-PARA THRU D32-BUSINESS-DAY-PARA-EXIT
               UNTIL WS-BUSINESS-DAY-SWITCH = "YES".
      *
      *
       D32-BUSINESS-DAY-PARA.
           PERFORM D10-WEEKDAY-PARA.
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
               PERFORM D22-NEXT-DAY-PARA THRU D22-NEXT-DAY-PARA-EXIT
               GO TO D32-BUSINESS-DAY-PARA-EXIT
           END-IF.
           MOVE "NO" TO WS-HOLIDAY-SWITCH.
           PERFORM D34-HOLIDAY-SCAN-PARA
               VARYING WS-HL-SUB FROM 1 BY 1
               UNTIL WS-HL-SUB > WS-HL-COUNT.
           IF WS-HOLIDAY-SWITCH = "YES"
               PERFORM D22-NEXT-DAY-PARA THRU D22-NEXT-DAY-PARA-EXIT
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
       D36-NEXT-BUSINESS-DAY-PARA.
           PERFORM D22-NEXT-DAY-PARA THRU D22-NEXT-DAY-PARA-EXIT.
           PERFORM D30-ROLL-FORWARD-PARA.
      *
      *
       D40-DUE-DATE-PARA.
           MOVE WS-DUE-CHECK-DATE TO WS-WORK-DATE.
           IF WS-WORK-SCHEDULE = "M"
               IF WS-WORK-MM < 12
                   ADD 1 TO WS-WORK-MM
               ELSE
                   MOVE 1 TO WS-WORK-MM
                   IF WS-WORK-YY = 99
                       MOVE ZERO TO WS-WORK-YY
                   ELSE
                       ADD 1 TO WS-WORK-YY
                   END-IF
               END-IF
               MOVE 15 TO WS-WORK-DD
               PERFORM D30-ROLL-FORWARD-PARA
           ELSE
               PERFORM D10-WEEKDAY-PARA
               IF WS-WEEKDAY = 6
                   MOVE 3 TO WS-ADD-DAYS
               ELSE IF WS-WEEKDAY < 3
                       COMPUTE WS-ADD-DAYS = 2 - WS-WEEKDAY
                   ELSE
                       COMPUTE WS-ADD-DAYS = 5 - WS-WEEKDAY
                   END-IF
               END-IF
               PERFORM D20-ADD-DAYS-PARA
               PERFORM D36-NEXT-BUSINESS-DAY-PARA 3 TIMES
           END-IF.
           MOVE WS-WORK-DATE TO WS-DUE-DATE.
      *
      *
       D50-FORMAT-DATE-PARA.
           MOVE WS-WORK-MM TO WS-DE-MONTH.
           MOVE WS-WORK-DD TO WS-DE-DAY.
           MOVE WS-WORK-YY TO WS-DE-YEAR.
      *
      *
       D60-ACCUMULATE-PARA.
           IF (WS-IN-REC-TYPE NOT = "F" AND WS-IN-REC-TYPE NOT = "S")
                   OR WS-IN-CHECK-DATE NOT NUMERIC
                   OR WS-IN-PERIOD-END-DATE NOT NUMERIC
                   OR WS-IN-EE-FICA NOT NUMERIC
                   OR WS-IN-ER-FICA NOT NUMERIC
                   OR WS-IN-WITHHOLDING NOT NUMERIC
                   OR WS-IN-WAGES NOT NUMERIC
               DISPLAY "PROG14 - INVALID LIABILITY RECORD - IGNORED"
               ADD 1 TO WS-EXTRACT-BAD
               GO TO D60-ACCUMULATE-PARA-EXIT
           END-IF.
           IF WS-IN-REC-TYPE = "F"
               MOVE SPACES TO WS-IN-STATE
           ELSE IF WS-IN-STATE = SPACES
                   MOVE "**" TO WS-IN-STATE
           END-IF.
           IF WS-IN-EMP-COUNT NOT NUMERIC
               MOVE ZERO TO WS-IN-EMP-COUNT
           END-IF.
           MOVE ZERO TO WS-LB-FOUND.
           PERFORM D62-LIABILITY-SCAN-PARA
               VARYING WS-LB-SUB FROM 1 BY 1
               UNTIL WS-LB-SUB > WS-LB-COUNT.
           IF WS-LB-FOUND = ZERO
               IF WS-LB-COUNT >= 300
                   DISPLAY "PROG14 ABEND - LIABILITY TABLE FULL"
                   PERFORM E10-ABORT-PARA
               END-IF
               ADD 1 TO WS-LB-COUNT
               MOVE WS-LB-COUNT TO WS-LB-FOUND
               MOVE WS-IN-REC-TYPE TO WS-LB-TAX-TYPE (WS-LB-FOUND)
               MOVE WS-IN-STATE TO WS-LB-STATE (WS-LB-FOUND)
               MOVE WS-IN-CHECK-DATE TO WS-LB-CHECK-DATE (WS-LB-FOUND)
               MOVE WS-IN-SOURCE TO WS-LB-SOURCE (WS-LB-FOUND)
               MOVE WS-IN-PERIOD-END-DATE
                   TO WS-LB-PERIOD-END-DATE (WS-LB-FOUND)
               MOVE ZERO TO WS-LB-EE-FICA (WS-LB-FOUND)
                            WS-LB-ER-FICA (WS-LB-FOUND)
                            WS-LB-WITHHOLDING (WS-LB-FOUND)
                            WS-LB-WAGES (WS-LB-FOUND)
                            WS-LB-EMP-COUNT (WS-LB-FOUND)
           END-IF.
           ADD WS-IN-EE-FICA TO WS-LB-EE-FICA (WS-LB-FOUND).
           ADD WS-IN-ER-FICA TO WS-LB-ER-FICA (WS-LB-FOUND).
           ADD WS-IN-WITHHOLDING TO WS-LB-WITHHOLDING (WS-LB-FOUND).
           ADD WS-IN-WAGES TO WS-LB-WAGES (WS-LB-FOUND).
           ADD WS-IN-EMP-COUNT TO WS-LB-EMP-COUNT (WS-LB-FOUND).
      *
       D60-ACCUMULATE-PARA-EXIT.
           EXIT.
      *
      *
       D62-LIABILITY-SCAN-PARA.
           IF WS-LB-TAX-TYPE (WS-LB-SUB) = WS-IN-REC-TYPE AND
                   WS-LB-STATE (WS-LB-SUB) = WS-IN-STATE AND
                   WS-LB-CHECK-DATE (WS-LB-SUB) = WS-IN-CHECK-DATE AND
                   WS-LB-SOURCE (WS-LB-SUB) = WS-IN-SOURCE AND
                   WS-LB-PERIOD-END-DATE (WS-LB-SUB) =
                       WS-IN-PERIOD-END-DATE
               MOVE WS-LB-SUB TO WS-LB-FOUND
           END-IF.
      *
      *
       D64-DUPLICATE-SCAN-PARA.
           READ DEPOSIT-LOG-FILE NEXT RECORD
               AT END
                   MOVE "NO" TO WS-DL-SCAN-SWITCH
                   GO TO D64-DUPLICATE-SCAN-PARA-EXIT
           END-READ.
           IF DL-DEPOSIT-KEY (1:16) NOT = WS-BASE-KEY
               MOVE "NO" TO WS-DL-SCAN-SWITCH
               GO TO D64-DUPLICATE-SCAN-PARA-EXIT
           END-IF.
           IF DL-EE-FICA = WS-LB-EE-FICA (WS-LB-SUB) AND
                   DL-ER-FICA = WS-LB-ER-FICA (WS-LB-SUB) AND
                   DL-WITHHOLDING = WS-LB-WITHHOLDING (WS-LB-SUB) AND
                   DL-WAGES = WS-LB-WAGES (WS-LB-SUB) AND
                   DL-EMP-COUNT = WS-LB-EMP-COUNT (WS-LB-SUB)
               MOVE "YES" TO WS-DUPLICATE-SWITCH
               MOVE "NO" TO WS-DL-SCAN-SWITCH
               GO TO D64-DUPLICATE-SCAN-PARA-EXIT
           END-IF.
           COMPUTE WS-NEXT-SEQUENCE = DL-SEQUENCE + 1.
      *
       D64-DUPLICATE-SCAN-PARA-EXIT.
           EXIT.
      *
      *
       D66-SCHEDULE-LOOKUP-PARA.
           MOVE ZERO TO WS-SP-FOUND.
           IF WS-BK-TAX-TYPE = "F"
               MOVE WS-FED-SCHEDULE TO WS-WORK-SCHEDULE
               MOVE WS-FED-THRESHOLD TO WS-WORK-THRESHOLD
               MOVE WS-FED-EIN TO WS-WORK-ACCOUNT
           ELSE
               PERFORM D67-STATE-PARM-SCAN-PARA
                   VARYING WS-SP-SUB FROM 1 BY 1
                   UNTIL WS-SP-SUB > WS-SP-COUNT
               IF WS-SP-FOUND > ZERO
                   MOVE WS-SP-SCHEDULE (WS-SP-FOUND) TO WS-WORK-SCHEDULE
                   MOVE WS-SP-THRESHOLD (WS-SP-FOUND)
                       TO WS-WORK-THRESHOLD
                   MOVE WS-SP-ACCOUNT (WS-SP-FOUND) TO WS-WORK-ACCOUNT
               ELSE
                   MOVE WS-FED-SCHEDULE TO WS-WORK-SCHEDULE
                   MOVE ZERO TO WS-WORK-THRESHOLD
                   MOVE SPACES TO WS-WORK-ACCOUNT
               END-IF
           END-IF.
      *
      *
       D67-STATE-PARM-SCAN-PARA.
           IF WS-SP-STATE (WS-SP-SUB) = WS-BK-STATE
               MOVE WS-SP-SUB TO WS-SP-FOUND
           END-IF.
      *
      *
       D68-ACCUM-FIND-PARA.
           MOVE ZERO TO WS-AC-FOUND.
           PERFORM D69-ACCUM-SCAN-PARA
               VARYING WS-AC-SUB FROM 1 BY 1
               UNTIL WS-AC-SUB > WS-AC-COUNT.
      *
      *
       D69-ACCUM-SCAN-PARA.
           IF WS-AC-TAX-TYPE (WS-AC-SUB) = WS-PD-TAX-TYPE (WS-PD-SUB)
                   AND WS-AC-STATE (WS-AC-SUB) = WS-PD-STATE (WS-PD-SUB)
                   AND WS-AC-ACCUM-KEY (WS-AC-SUB) =
                       WS-PD-ACCUM-KEY (WS-PD-SUB)
               MOVE WS-AC-SUB TO WS-AC-FOUND
           END-IF.
      *
      *
       D70-PAYMENT-SCAN-PARA.
           IF WS-PY-TAX-TYPE (WS-PY-SUB) = WS-PD-TAX-TYPE (WS-PD-SUB)
                   AND WS-PY-STATE (WS-PY-SUB) = WS-PD-STATE (WS-PD-SUB)
                   AND WS-PY-DUE-DATE (WS-PY-SUB) =
                       WS-PD-DUE-DATE (WS-PD-SUB)
                   AND WS-PY-TAX-PERIOD (WS-PY-SUB) = WS-TAX-PERIOD
               MOVE WS-PY-SUB TO WS-PY-FOUND
           END-IF.
      *
      *
       E10-ABORT-PARA.
           CLOSE DEPOSIT-PARM-FILE-IN
               REGULAR-LIABILITY-IN
               OFFCYCLE-LIABILITY-IN
               DEPOSIT-LOG-FILE
               EFTPS-PAYMENT-OUT
               STATE-PAYMENT-OUT
               DEPOSIT-REPORT-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
