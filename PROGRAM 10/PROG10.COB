       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROG10.
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
           SELECT OFFCYCLE-FILE-IN
               ASSIGN TO OFFCYC.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN.
           SELECT OPTIONAL YTD-MASTER-FILE
               ASSIGN TO PROG3YTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YM-SSN.
           SELECT OPTIONAL PTO-MASTER-FILE
               ASSIGN TO PTOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-SSN.
           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-HISTORY-KEY.
           SELECT OPTIONAL FICA-PARM-FILE-IN
               ASSIGN TO FICAPRM.
           SELECT OPTIONAL FEDTAX-PARM-FILE-IN
               ASSIGN TO FEDTPRM.
           SELECT OPTIONAL STATE-PARM-FILE-IN
               ASSIGN TO STATPRM.
           SELECT OPTIONAL FUTA-PARM-FILE-IN
               ASSIGN TO FUTAPRM.
           SELECT OPTIONAL SUPP-PARM-FILE-IN
               ASSIGN TO SUPPPRM.
           SELECT OPTIONAL CHECK-CONTROL-IN
               ASSIGN TO CHKCTLI.
           SELECT CHECK-CONTROL-OUT
               ASSIGN TO CHKCTLO.
           SELECT PAYMENT-REPORT-OUT
               ASSIGN TO PROG10-OUT.
           SELECT EXCEPTION-REPORT-OUT
               ASSIGN TO PROG10-EXC.
           SELECT CHECK-PRINT-OUT
               ASSIGN TO PROG10CHK.
           SELECT CHECK-REGISTER-OUT
               ASSIGN TO PROG10CRG.
           SELECT POSITIVE-PAY-OUT
               ASSIGN TO PROG10PPY.
           SELECT GL-POSTING-FILE-OUT
               ASSIGN TO PROG10GLP.
           SELECT GL-PROOF-REPORT-OUT
               ASSIGN TO PROG10GLR.
           SELECT TAX-LIABILITY-OUT
               ASSIGN TO PROG10TXL.
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  OFFCYCLE-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OC-OFFCYCLE-RECORD-IN.
      *
       01  OC-OFFCYCLE-RECORD-IN.
           05  OC-TRAN-TYPE-IN               PIC X(1).
           05  OC-SSN-IN.
               10  OC-SSN-THREE-IN           PIC X(3).
               10  OC-SSN-TWO-IN             PIC X(2).
               10  OC-SSN-FOUR-IN            PIC X(4).
           05  OC-GROSS-AMOUNT-IN            PIC 9(5)V99.
           05  OC-PTO-PAYOUT-IN              PIC X(1).
           05  OC-CHECK-DATE-IN              PIC 9(6).
           05  OC-CHECK-NUMBER-IN            PIC 9(8).
           05  OC-FED-TAX-IN                 PIC 9(4)V99.
           05  OC-STATE-TAX-IN               PIC 9(4)V99.
           05  OC-NET-AMOUNT-IN              PIC 9(5)V99.
           05  FILLER                        PIC X(29).
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
       FD  YTD-MASTER-FILE
               RECORD CONTAINS 126 CHARACTERS
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS YM-YTD-MASTER-RECORD.
      *
       01  YM-YTD-MASTER-RECORD.
           05  YM-SSN                        PIC X(9).
           05  YM-EMPLOYEE-NAME              PIC X(18).
           05  YM-NYTD                       PIC 9(6)V99.
           05  YM-YTD-FICA                   PIC 9(6)V99.
           05  YM-YTD-FED-TAX                PIC 9(6)V99.
           05  YM-YTD-STATE-TAX              PIC 9(6)V99.
           05  YM-WORK-STATE                 PIC X(2).
           05  YM-YTD-ER-FICA                PIC 9(6)V99.
           05  YM-QUARTER                    PIC 9(1).
           05  YM-QTD-WAGES                  PIC 9(6)V99.
           05  YM-QTD-FICA                   PIC 9(6)V99.
           05  YM-QTD-ER-FICA                PIC 9(6)V99.
           05  YM-QTD-FED-TAX                PIC 9(6)V99.
           05  YM-QTD-STATE-TAX              PIC 9(6)V99.
           05  YM-YTD-FUTA-WAGES             PIC 9(6)V99.
           05  YM-YTD-SUTA-WAGES             PIC 9(6)V99.
      *
       FD  PTO-MASTER-FILE
               RECORD CONTAINS 50 CHARACTERS
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS PT-PTO-MASTER-RECORD.
      *
       01  PT-PTO-MASTER-RECORD.
           05  PT-SSN                        PIC X(9).
           05  PT-PTO-BALANCE                PIC 9(3)V99.
           05  PT-PTO-ACCRUED-YTD            PIC 9(4)V99.
           05  PT-PTO-TAKEN-YTD              PIC 9(4)V99.
           05  FILLER                        PIC X(24).
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
       FD  FICA-PARM-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS FC-FICA-PARM-RECORD-IN.
      *
       01  FC-FICA-PARM-RECORD-IN.
           05  FC-FICA-WAGE-BASE-IN          PIC 9(6)V99.
           05  FC-FICA-RATE-IN               PIC V9(4).
           05  FILLER                        PIC X(68).
      *
       FD  FEDTAX-PARM-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS FT-FEDTAX-PARM-RECORD-IN.
      *
       01  FT-FEDTAX-PARM-RECORD-IN.
           05  FT-FILING-STATUS-IN           PIC X(1).
           05  FT-BRACKET-FLOOR-IN           PIC 9(7)V99.
           05  FT-BASE-TAX-IN                PIC 9(7)V99.
           05  FT-BRACKET-RATE-IN            PIC V999.
           05  FILLER                        PIC X(58).
      *
       FD  STATE-PARM-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS ST-STATE-PARM-RECORD-IN.
      *
       01  ST-STATE-PARM-RECORD-IN.
           05  ST-STATE-CODE-IN              PIC X(2).
           05  ST-STATE-RATE-IN              PIC V999.
           05  ST-SUTA-RATE-IN               PIC V9(4).
           05  ST-SUTA-BASE-IN               PIC 9(6)V99.
           05  FILLER                        PIC X(63).
      *
       FD  FUTA-PARM-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS FU-FUTA-PARM-RECORD-IN.
      *
       01  FU-FUTA-PARM-RECORD-IN.
           05  FU-FUTA-WAGE-BASE-IN          PIC 9(6)V99.
           05  FU-FUTA-RATE-IN               PIC V9(4).
           05  FILLER                        PIC X(68).
      *
       FD  SUPP-PARM-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SP-SUPP-PARM-RECORD-IN.
      *
       01  SP-SUPP-PARM-RECORD-IN.
           05  SP-SUPP-FED-RATE-IN           PIC V999.
           05  FILLER                        PIC X(77).
      *
       FD  CHECK-CONTROL-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CC-CHECK-CONTROL-RECORD-IN.
      *
       01  CC-CHECK-CONTROL-RECORD-IN.
           05  CC-NEXT-CHECK-NUMBER-IN       PIC 9(8).
           05  FILLER                        PIC X(72).
      *
       FD  CHECK-CONTROL-OUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CC-CHECK-CONTROL-RECORD-OUT.
      *
       01  CC-CHECK-CONTROL-RECORD-OUT.
           05  CC-NEXT-CHECK-NUMBER-OUT      PIC 9(8).
           05  FILLER                        PIC X(72).
      *
       FD  PAYMENT-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OR-PAYMENT-REPORT-OUT.
      *
       01  OR-PAYMENT-REPORT-OUT             PIC X(132).
      *
       FD  EXCEPTION-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS XR-EXCEPTION-REPORT-OUT.
      *
       01  XR-EXCEPTION-REPORT-OUT           PIC X(132).
      *
       FD  CHECK-PRINT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CP-CHECK-PRINT-OUT.
      *
       01  CP-CHECK-PRINT-OUT                PIC X(132).
      *
       FD  CHECK-REGISTER-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CR-CHECK-REGISTER-OUT.
      *
       01  CR-CHECK-REGISTER-OUT             PIC X(132).
      *
       FD  POSITIVE-PAY-OUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PP-POSITIVE-PAY-RECORD-OUT.
      *
       01  PP-POSITIVE-PAY-RECORD-OUT.
           05  PP-ACCOUNT-OUT                PIC X(10).
           05  PP-CHECK-NUMBER-OUT           PIC 9(8).
           05  PP-AMOUNT-OUT                 PIC 9(10)V99.
           05  PP-ISSUE-DATE-OUT             PIC X(6).
           05  PP-PAYEE-OUT                  PIC X(18).
           05  FILLER                        PIC X(26).
      *
       FD  GL-POSTING-FILE-OUT
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GL-POSTING-RECORD-OUT.
      *
       01  GL-POSTING-RECORD-OUT.
           05  GL-ACCOUNT-OUT                PIC X(8).
           05  GL-DEBIT-CREDIT-OUT           PIC X(1).
           05  GL-AMOUNT-OUT                 PIC 9(10)V99.
           05  GL-DESCRIPTION-OUT            PIC X(25).
           05  GL-POSTING-DATE-OUT           PIC X(6).
           05  FILLER                        PIC X(28).
      *
       FD  GL-PROOF-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GP-GL-PROOF-RECORD-OUT.
      *
       01  GP-GL-PROOF-RECORD-OUT            PIC X(132).
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
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                 PIC X(3).
           05  WS-VALID-SWITCH               PIC X(3).
      *
       01  WS-EDIT-FIELDS.
           05  WS-ERROR-MESSAGE              PIC X(30).
           05  WS-REJECT-COUNT               PIC 9(5).
      *
       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ               PIC 9(7).
           05  WS-RECORDS-WRITTEN            PIC 9(7).
      *
       01  WS-CURRENT-TRANSACTION.
           05  WS-CT-TRAN-TYPE               PIC X(1).
           05  WS-CT-SSN.
               10  WS-CT-SSN-THREE           PIC X(3).
               10  WS-CT-SSN-TWO             PIC X(2).
               10  WS-CT-SSN-FOUR            PIC X(4).
           05  WS-CT-TYPE-DESC               PIC X(11).
           05  WS-CT-PAY-DATE                PIC 9(6).
           05  WS-CT-PAY-DATES REDEFINES WS-CT-PAY-DATE.
               10  WS-CT-PAY-YY              PIC 9(2).
               10  WS-CT-PAY-MM              PIC 9(2).
               10  WS-CT-PAY-DD              PIC 9(2).
      *
       01  WS-PRIOR-YTD-FIELDS.
           05  WS-PRIOR-YTD                  PIC 9(6)V99.
           05  WS-PRIOR-YTD-FICA             PIC 9(6)V99.
           05  WS-PRIOR-YTD-FED-TAX          PIC 9(6)V99.
           05  WS-PRIOR-YTD-STATE-TAX        PIC 9(6)V99.
           05  WS-PRIOR-YTD-ER-FICA          PIC 9(6)V99.
           05  WS-PRIOR-QTD-WAGES            PIC 9(6)V99.
           05  WS-PRIOR-QTD-FICA             PIC 9(6)V99.
           05  WS-PRIOR-QTD-ER-FICA          PIC 9(6)V99.
           05  WS-PRIOR-QTD-FED-TAX          PIC 9(6)V99.
           05  WS-PRIOR-QTD-STATE-TAX        PIC 9(6)V99.
           05  WS-PRIOR-FUTA-WAGES           PIC 9(6)V99.
           05  WS-PRIOR-SUTA-WAGES           PIC 9(6)V99.
      *
       01  WS-QTD-FIELDS.
           05  WS-CURRENT-QUARTER            PIC 9(1).
           05  WS-QTD-WAGES                  PIC 9(6)V99.
           05  WS-QTD-FICA                   PIC 9(6)V99.
           05  WS-QTD-ER-FICA                PIC 9(6)V99.
           05  WS-QTD-FED-TAX                PIC 9(6)V99.
           05  WS-QTD-STATE-TAX              PIC 9(6)V99.
           05  WS-YTD-ER-FICA                PIC 9(6)V99.
      *
       01  WS-UNEMPLOYMENT-FIELDS.
           05  WS-FUTA-WAGE-BASE             PIC 9(6)V99 VALUE 7000.00.
           05  WS-FUTA-RATE                  PIC V9(4)  VALUE .0060.
           05  WS-SUTA-DEFAULT-RATE          PIC V9(4)  VALUE .0270.
           05  WS-SUTA-DEFAULT-BASE          PIC 9(6)V99 VALUE 9000.00.
           05  WS-WORK-SUTA-RATE             PIC V9(4).
           05  WS-WORK-SUTA-BASE             PIC 9(6)V99.
           05  WS-FUTA-TAXABLE               PIC S9(6)V99.
           05  WS-SUTA-TAXABLE               PIC S9(6)V99.
           05  WS-FUTA-TAX                   PIC S9999V99.
           05  WS-SUTA-TAX                   PIC S9999V99.
           05  WS-YTD-FUTA-WAGES             PIC 9(6)V99.
           05  WS-YTD-SUTA-WAGES             PIC 9(6)V99.
           05  WS-ALL-FUTA-TAX               PIC S9(8)V99.
           05  WS-ALL-SUTA-TAX               PIC S9(8)V99.
      *
       01  WS-YTD-MASTER-CONTROLS.
           05  WS-YM-FOUND-SWITCH            PIC X(1).
      *
       01  WS-PTO-CONTROLS.
           05  WS-PT-FOUND-SWITCH            PIC X(1).
           05  WS-PTO-BALANCE                PIC 9(3)V99.
           05  WS-PTO-ACCRUED-YTD            PIC 9(4)V99.
           05  WS-PTO-TAKEN-YTD              PIC 9(4)V99.
           05  WS-PTO-PAYOUT-HOURS           PIC 9(3)V99.
           05  WS-PTO-PAYOUT-AMOUNT          PIC S9(5)V99.
      *
       01  WS-HISTORY-CONTROLS.
           05  WS-HS-WRITTEN-SWITCH          PIC X(3).
           05  WS-HS-SUB                     PIC 9(2)   COMP.
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
       01  WS-CHECK-DATE-EDIT.
           05  WS-CHECK-DATE-NUM             PIC 9(6).
           05  WS-CHECK-DATES REDEFINES WS-CHECK-DATE-NUM.
               10  WS-CHECK-YY               PIC 9(2).
               10  WS-CHECK-MM               PIC 9(2).
               10  WS-CHECK-DD               PIC 9(2).
           05  WS-CHECK-DATE-OUT.
               10  WS-CHECK-MONTH            PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-CHECK-DAY              PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-CHECK-YEAR             PIC 9(2).
      *
       01  WS-CALCULATIONS.
           05  WS-SUPPLEMENTAL-EARNINGS      PIC S9(6)V99.
           05  WS-REGULAR-EARNINGS           PIC S9(6)V99.
           05  WS-TOTAL-EARNINGS             PIC S9(6)V99.
           05  WS-FICA                       PIC S9(5)V99.
           05  WS-EMPLOYER-FICA              PIC S9(5)V99.
           05  WS-TAX-AMOUNT                 PIC S9(5)V99.
           05  WS-SUPP-TAX-AMOUNT            PIC S9(5)V99.
           05  WS-TAXES                      PIC S9(5)V99.
           05  WS-TAXABLE-WAGES              PIC S9(6)V99.
           05  WS-NET-PAY                    PIC S9(6)V99.
           05  WS-NYTD                       PIC 9(6)V99.
           05  WS-YTD-FICA                   PIC 9(6)V99.
           05  WS-YTD-FED-TAX                PIC 9(6)V99.
           05  WS-YTD-STATE-TAX              PIC 9(6)V99.
           05  WS-MAXIMUM-PAYMENT            PIC 9(5)V99 VALUE 99999.99.
      *
       01  WS-RUN-TOTALS.
           05  WS-ALL-TOTAL-EARNINGS         PIC S9(8)V99.
           05  WS-ALL-FICA                   PIC S9(8)V99.
           05  WS-ALL-EMPLOYER-FICA          PIC S9(8)V99.
           05  WS-ALL-TAX-AMOUNT             PIC S9(8)V99.
           05  WS-ALL-TAXES                  PIC S9(8)V99.
           05  WS-ALL-NET-PAY                PIC S9(8)V99.
           05  WS-ALL-PTO-PAYOUT             PIC S9(8)V99.
      *
       01  WS-FICA-CONTROLS.
           05  WS-FICA-WAGE-BASE             PIC 9(6)V99.
           05  WS-FICA-RATE                  PIC V9(4).
      *
       01  WS-TAX-CONTROLS.
           05  WS-EXEMPTION-ALLOWANCE        PIC 99V99  VALUE 75.00.
           05  WS-FEDERAL-RATE-SINGLE        PIC V999   VALUE .150.
           05  WS-FEDERAL-RATE-MARRIED       PIC V999   VALUE .120.
           05  WS-SUPPLEMENTAL-RATE          PIC V999   VALUE .220.
           05  WS-STATE-RATE                 PIC V999   VALUE .040.
      *
       01  WS-FED-BRACKET-CONTROLS.
           05  WS-FT-EOF-SWITCH              PIC X(3).
           05  WS-FED-S-COUNT                PIC 9(2)   COMP.
           05  WS-FED-M-COUNT                PIC 9(2)   COMP.
           05  WS-FED-SUB                    PIC 9(2)   COMP.
           05  WS-FED-PICK                   PIC 9(2)   COMP.
           05  WS-PERIODS-PER-YEAR           PIC 9(2)   VALUE 26.
      *
       01  WS-FED-BRACKET-CALCS.
           05  WS-ANNUAL-WAGES               PIC S9(8)V99.
           05  WS-ANNUAL-TAX                 PIC S9(8)V99.
      *
       01  WS-FED-S-TABLE.
           05  WS-FED-S-ENTRY OCCURS 10 TIMES.
               10  WS-FED-S-FLOOR            PIC 9(7)V99.
               10  WS-FED-S-BASE             PIC 9(7)V99.
               10  WS-FED-S-RATE             PIC V999.
      *
       01  WS-FED-M-TABLE.
           05  WS-FED-M-ENTRY OCCURS 10 TIMES.
               10  WS-FED-M-FLOOR            PIC 9(7)V99.
               10  WS-FED-M-BASE             PIC 9(7)V99.
               10  WS-FED-M-RATE             PIC V999.
      *
       01  WS-STATE-CONTROLS.
           05  WS-ST-EOF-SWITCH              PIC X(3).
           05  WS-ST-COUNT                   PIC 9(2)   COMP.
           05  WS-ST-SUB                     PIC 9(2)   COMP.
           05  WS-ST-FOUND                   PIC 9(2)   COMP.
           05  WS-WORK-STATE                 PIC X(2).
           05  WS-WORK-STATE-RATE            PIC V999.
      *
       01  WS-STATE-TABLE.
           05  WS-ST-ENTRY OCCURS 54 TIMES.
               10  WS-ST-CODE                PIC X(2).
               10  WS-ST-RATE                PIC V999.
               10  WS-ST-SUTA-RATE           PIC V9(4).
               10  WS-ST-SUTA-BASE           PIC 9(6)V99.
      *
       01  WS-CHECK-CONTROLS.
           05  WS-NEXT-CHECK-NUMBER          PIC 9(8)   VALUE 00100001.
           05  WS-CHECK-NUMBER               PIC 9(8).
           05  WS-CHECK-COUNT                PIC 9(7).
           05  WS-CHECK-TOTAL-AMOUNT         PIC S9(10)V99.
           05  WS-MANUAL-COUNT               PIC 9(7).
           05  WS-MANUAL-TOTAL-AMOUNT        PIC S9(10)V99.
           05  WS-PP-ACCOUNT-NUMBER          PIC X(10)  VALUE
               "0001234567".
           05  WS-COMPANY-NAME               PIC X(23)  VALUE
               "WSC PAYROLL COMPANY".
      *
       01  WS-CHECK-LINE-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-CK-COMPANY-OUT             PIC X(23).
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "CHECK NO: ".
           05  WS-CK-NUMBER-OUT              PIC 9(8).
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "DATE: ".
           05  WS-CK-DATE-OUT                PIC X(8).
           05  FILLER                        PIC X(63) VALUE SPACES.
      *
       01  WS-CHECK-LINE-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(21) VALUE
               "PAY TO THE ORDER OF: ".
           05  WS-CK-PAYEE-OUT               PIC X(18).
           05  FILLER                        PIC X(10) VALUE SPACES.
           05  FILLER                        PIC X(1) VALUE "$".
           05  WS-CK-AMOUNT-OUT              PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(71) VALUE SPACES.
      *
       01  WS-CHECK-LINE-3.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE "MEMO:".
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-CK-MEMO-OUT                PIC X(11).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-CK-SSN-OUT                 PIC X(11).
           05  FILLER                        PIC X(102) VALUE SPACES.
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
           "O F F - C Y C L E   C H E C K   R E G I S T E R".
      *
       01  WS-CHECK-REG-HEADING-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "CHECK NO.".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "SOC. SEC. #".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "AMOUNT".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "TYPE".
           05  FILLER                        PIC X(67) VALUE SPACES.
      *
       01  WS-CHECK-REG-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-CR-CHECK-NO-OUT            PIC 9(8).
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  WS-CR-SSN-OUT                 PIC X(11).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-CR-NAME-OUT                PIC X(18).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CR-AMOUNT-OUT              PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CR-TYPE-OUT                PIC X(11).
           05  FILLER                        PIC X(60) VALUE SPACES.
      *
       01  WS-CHECK-REG-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "TOTAL CHECKS:".
           05  WS-CR-COUNT-OUT               PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "AMOUNT:".
           05  WS-CR-TOTAL-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(87) VALUE SPACES.
      *
       01  WS-MANUAL-REG-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               "MANUAL CHECKS:".
           05  WS-MR-COUNT-OUT               PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "AMOUNT:".
           05  WS-MR-TOTAL-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(86) VALUE SPACES.
      *
       01  WS-GL-CONTROLS.
           05  WS-GL-WAGE-EXPENSE            PIC X(8)   VALUE
               "51000000".
           05  WS-GL-FICA-EXPENSE            PIC X(8)   VALUE
               "52000000".
           05  WS-GL-FICA-PAYABLE            PIC X(8)   VALUE
               "21000000".
           05  WS-GL-FED-TAX-PAYABLE         PIC X(8)   VALUE
               "21100000".
           05  WS-GL-STATE-TAX-PAYABLE       PIC X(8)   VALUE
               "21200000".
           05  WS-GL-UNEMP-EXPENSE           PIC X(8)   VALUE
               "53000000".
           05  WS-GL-FUTA-PAYABLE            PIC X(8)   VALUE
               "21400000".
           05  WS-GL-SUTA-PAYABLE            PIC X(8)   VALUE
               "21500000".
           05  WS-GL-PAYROLL-CLEARING        PIC X(8)   VALUE
               "10200000".
      *
       01  WS-GL-WORK.
           05  WS-GL-ACCOUNT                 PIC X(8).
           05  WS-GL-DC                      PIC X(1).
           05  WS-GL-AMOUNT                  PIC S9(10)V99.
           05  WS-GL-DESC                    PIC X(25).
           05  WS-GL-DEBIT-TOTAL             PIC 9(10)V99.
           05  WS-GL-CREDIT-TOTAL            PIC 9(10)V99.
      *
       01  WS-GL-PROOF-HEADING-1             PIC X(132) VALUE
           "O F F - C Y C L E   G L   P O S T I N G   P R O O F".
      *
       01  WS-GL-PROOF-HEADING-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(7) VALUE "ACCOUNT".
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "D/C".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(25) VALUE
               "DESCRIPTION".
           05  FILLER                        PIC X(6) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "AMOUNT".
           05  FILLER                        PIC X(78) VALUE SPACES.
      *
       01  WS-GL-PROOF-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-GP-ACCOUNT-OUT             PIC X(8).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-GP-DC-OUT                  PIC X(1).
           05  FILLER                        PIC X(4) VALUE SPACES.
           05  WS-GP-DESC-OUT                PIC X(25).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-GP-AMOUNT-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(73) VALUE SPACES.
      *
       01  WS-GL-PROOF-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "TOTAL DEBITS:".
           05  WS-GP-DEBIT-TOTAL-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               "TOTAL CREDITS:".
           05  WS-GP-CREDIT-TOTAL-OUT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  WS-GP-BALANCE-MSG-OUT         PIC X(14).
           05  FILLER                        PIC X(56) VALUE SPACES.
      *
       01  WS-HEADINGS-1.
           05  WS-DATE-1.
               10  WS-MONTH                  PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-DAY                    PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-YEAR                   PIC 9(2).
           05  FILLER                        PIC X(31) VALUE SPACES.
           05  FILLER  PIC X(17) VALUE "O F F - C Y C L E".
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER  PIC X(15) VALUE "R E G I S T E R".
           05  FILLER                        PIC X(42) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "PAGE".
           05  WS-PAGE-OUT                   PIC Z9.
           05  FILLER                        PIC X(10) VALUE SPACES.
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
           05  FILLER                        PIC X(11) VALUE
               "SOC. SEC. #".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "EMPLOYEE".
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE "PAYMENT".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "    GROSS".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "   PTO".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "    FICA".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE " FED TAX".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "STATE TX".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "  NET PAY".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "CHECK NO".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "EMPLOYER".
           05  FILLER                        PIC X(7) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-2.
           05  FILLER                        PIC X(34) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE "TYPE".
           05  FILLER                        PIC X(13) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE " HOURS".
           05  FILLER                        PIC X(53) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "    FICA".
           05  FILLER                        PIC X(7) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-SSN-OUT.
               10  WS-SSN-THREE-OUT          PIC X(3).
               10  HYPHEN1-OUT               PIC X(1).
               10  WS-SSN-TWO-OUT            PIC X(2).
               10  HYPHEN2-OUT               PIC X(1).
               10  WS-SSN-FOUR-OUT           PIC X(4).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-EMPLOYEE-NAME-OUT          PIC X(18).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TYPE-OUT                   PIC X(11).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-GROSS-OUT                  PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-PTO-HOURS-OUT              PIC ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-FICA-OUT                   PIC Z,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-FED-TAX-OUT                PIC Z,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-STATE-TAX-OUT              PIC Z,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-NET-PAY-OUT                PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-CHECK-NO-OUT               PIC 9(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-EMPLOYER-FICA-OUT          PIC Z,ZZ9.99.
           05  FILLER                        PIC X(7) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "PAYMENTS:".
           05  WS-TL-COUNT-OUT               PIC ZZ,ZZ9.
           05  FILLER                        PIC X(26) VALUE SPACES.
           05  WS-TL-GROSS-OUT               PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(9) VALUE SPACES.
           05  WS-TL-FICA-OUT                PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-TL-FED-TAX-OUT             PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-TL-STATE-TAX-OUT           PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-TL-NET-PAY-OUT             PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(11) VALUE SPACES.
           05  WS-TL-EMPLOYER-FICA-OUT       PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(7) VALUE SPACES.
      *
       01  WS-PTO-PAYOUT-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(19) VALUE
               "PTO PAID OUT:".
           05  WS-PTO-PAYOUT-OUT             PIC ZZZ,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "FUTA TAX:".
           05  WS-FUTA-OUT                   PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(10) VALUE
               "SUTA TAX:".
           05  WS-SUTA-OUT                   PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(58) VALUE SPACES.
      *
       01  WS-BALANCING-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "RECORDS READ:".
           05  WS-RECORDS-READ-OUT           PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               "RECORDS WRITTEN:".
           05  WS-RECORDS-WRITTEN-OUT        PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "REJECTED:".
           05  WS-BL-REJECT-OUT              PIC ZZ,ZZ9.
           05  FILLER                        PIC X(67) VALUE SPACES.
      *
       01  WS-EXCEPTION-HEADING-1            PIC X(132) VALUE
           "O F F - C Y C L E   E X C E P T I O N   R E P O R T".
      *
       01  WS-EXCEPTION-HEADING-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(16)
               VALUE "SOC. SEC. NUMBER".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(13)
               VALUE "EMPLOYEE NAME".
           05  FILLER                        PIC X(7) VALUE SPACES.
           05  FILLER                        PIC X(18)
               VALUE "ERROR DESCRIPTION".
           05  FILLER                        PIC X(7) VALUE SPACES.
           05  FILLER                        PIC X(4) VALUE "TYPE".
           05  FILLER                        PIC X(64) VALUE SPACES.
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
           05  WS-XR-MESSAGE-OUT             PIC X(30).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-XR-TYPE-OUT                PIC X(1).
           05  FILLER                        PIC X(65) VALUE SPACES.
      *
       01  WS-REJECT-SUMMARY-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(24)
               VALUE "TOTAL RECORDS REJECTED:".
           05  WS-REJECT-COUNT-OUT           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(101) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT OFFCYCLE-FILE-IN
               INPUT EMPLOYEE-MASTER-FILE
               I-O YTD-MASTER-FILE
               I-O PTO-MASTER-FILE
               I-O PAY-HISTORY-FILE
               OUTPUT CHECK-CONTROL-OUT
               OUTPUT PAYMENT-REPORT-OUT
               OUTPUT EXCEPTION-REPORT-OUT
               OUTPUT CHECK-PRINT-OUT
               OUTPUT CHECK-REGISTER-OUT
               OUTPUT POSITIVE-PAY-OUT
               OUTPUT GL-POSTING-FILE-OUT
               OUTPUT GL-PROOF-REPORT-OUT
               OUTPUT TAX-LIABILITY-OUT.
           PERFORM B10-INIT-PARA.
           READ OFFCYCLE-FILE-IN
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
           PERFORM B20-PROCESS-PARA THRU B20-PROCESS-PARA-EXIT
               UNTIL WS-EOF-SWITCH = "YES".
           PERFORM B30-TOTAL-PARA.
           CLOSE OFFCYCLE-FILE-IN
               EMPLOYEE-MASTER-FILE
               YTD-MASTER-FILE
               PTO-MASTER-FILE
               PAY-HISTORY-FILE
               CHECK-CONTROL-OUT
               PAYMENT-REPORT-OUT
               EXCEPTION-REPORT-OUT
               CHECK-PRINT-OUT
               CHECK-REGISTER-OUT
               POSITIVE-PAY-OUT
               GL-POSTING-FILE-OUT
               GL-PROOF-REPORT-OUT
               TAX-LIABILITY-OUT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "NO" TO WS-EOF-SWITCH.
           MOVE ZEROS TO WS-LINES-IN-USE
                         WS-PAGE-COUNTER
                         WS-REJECT-COUNT
                         WS-RECORDS-READ
                         WS-RECORDS-WRITTEN
                         WS-ALL-TOTAL-EARNINGS
                         WS-ALL-FICA
                         WS-ALL-EMPLOYER-FICA
                         WS-ALL-TAX-AMOUNT
                         WS-ALL-TAXES
                         WS-ALL-NET-PAY
                         WS-ALL-PTO-PAYOUT
                         WS-ALL-FUTA-TAX
                         WS-ALL-SUTA-TAX
                         WS-CHECK-COUNT
                         WS-CHECK-TOTAL-AMOUNT
                         WS-MANUAL-COUNT
                         WS-MANUAL-TOTAL-AMOUNT.
           ACCEPT WS-DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH-IN TO WS-MONTH.
           MOVE WS-DAY-IN TO WS-DAY.
           MOVE WS-YEAR-IN TO WS-YEAR.

           MOVE 29700 TO WS-FICA-WAGE-BASE.
           MOVE .0665 TO WS-FICA-RATE.
           OPEN INPUT FICA-PARM-FILE-IN.
           READ FICA-PARM-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FC-FICA-WAGE-BASE-IN TO WS-FICA-WAGE-BASE
                   MOVE FC-FICA-RATE-IN TO WS-FICA-RATE
           END-READ.
           CLOSE FICA-PARM-FILE-IN.

           OPEN INPUT FUTA-PARM-FILE-IN.
           READ FUTA-PARM-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FU-FUTA-WAGE-BASE-IN TO WS-FUTA-WAGE-BASE
                   MOVE FU-FUTA-RATE-IN TO WS-FUTA-RATE
           END-READ.
           CLOSE FUTA-PARM-FILE-IN.

           OPEN INPUT SUPP-PARM-FILE-IN.
           READ SUPP-PARM-FILE-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF SP-SUPP-FED-RATE-IN NUMERIC AND
                           SP-SUPP-FED-RATE-IN > ZERO
                       MOVE SP-SUPP-FED-RATE-IN TO WS-SUPPLEMENTAL-RATE
                   END-IF
           END-READ.
           CLOSE SUPP-PARM-FILE-IN.

           MOVE "NO" TO WS-FT-EOF-SWITCH.
           MOVE ZERO TO WS-FED-S-COUNT
                        WS-FED-M-COUNT.
           OPEN INPUT FEDTAX-PARM-FILE-IN.
           PERFORM B18-FEDTAX-LOAD-PARA THRU B18-FEDTAX-LOAD-PARA-EXIT
               UNTIL WS-FT-EOF-SWITCH = "YES".
           CLOSE FEDTAX-PARM-FILE-IN.

           MOVE "NO" TO WS-ST-EOF-SWITCH.
           MOVE ZERO TO WS-ST-COUNT.
           OPEN INPUT STATE-PARM-FILE-IN.
           PERFORM B19-STATE-LOAD-PARA THRU B19-STATE-LOAD-PARA-EXIT
               UNTIL WS-ST-EOF-SWITCH = "YES".
           CLOSE STATE-PARM-FILE-IN.

           OPEN INPUT CHECK-CONTROL-IN.
           READ CHECK-CONTROL-IN
               AT END
                   CONTINUE
               NOT AT END
                   IF CC-NEXT-CHECK-NUMBER-IN NUMERIC AND
                           CC-NEXT-CHECK-NUMBER-IN > ZERO
                       MOVE CC-NEXT-CHECK-NUMBER-IN
                           TO WS-NEXT-CHECK-NUMBER
                   END-IF
           END-READ.
           CLOSE CHECK-CONTROL-IN.

           WRITE CR-CHECK-REGISTER-OUT FROM WS-CHECK-REG-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE CR-CHECK-REGISTER-OUT FROM WS-CHECK-REG-HEADING-2
               AFTER ADVANCING 2 LINES.
           WRITE XR-EXCEPTION-REPORT-OUT FROM WS-EXCEPTION-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE XR-EXCEPTION-REPORT-OUT FROM WS-EXCEPTION-HEADING-2
               AFTER ADVANCING 2 LINES.
           PERFORM C10-HEADINGS-PARA.
      *
      *
       B14-PTO-LOOKUP-PARA.
           MOVE "N" TO WS-PT-FOUND-SWITCH.
           MOVE ZEROS TO WS-PTO-BALANCE
                         WS-PTO-ACCRUED-YTD
                         WS-PTO-TAKEN-YTD.
           MOVE WS-CT-SSN TO PT-SSN.
           READ PTO-MASTER-FILE
               INVALID KEY
                   GO TO B14-PTO-LOOKUP-PARA-EXIT
           END-READ.
           MOVE "Y" TO WS-PT-FOUND-SWITCH.
           MOVE PT-PTO-BALANCE TO WS-PTO-BALANCE.
           MOVE PT-PTO-ACCRUED-YTD TO WS-PTO-ACCRUED-YTD.
           MOVE PT-PTO-TAKEN-YTD TO WS-PTO-TAKEN-YTD.
      *
       B14-PTO-LOOKUP-PARA-EXIT.
           EXIT.
      *
      *
       B15-EDIT-PARA.
           MOVE "YES" TO WS-VALID-SWITCH.
           MOVE SPACES TO WS-ERROR-MESSAGE.

           IF WS-CT-TRAN-TYPE = "B"
               MOVE "BONUS" TO WS-CT-TYPE-DESC
           ELSE IF WS-CT-TRAN-TYPE = "F"
                   MOVE "FINAL PAY" TO WS-CT-TYPE-DESC
               ELSE IF WS-CT-TRAN-TYPE = "M"
                       MOVE "MANUAL CHK" TO WS-CT-TYPE-DESC
                   ELSE IF WS-CT-TRAN-TYPE = "A"
                           MOVE "RETRO PAY" TO WS-CT-TYPE-DESC
                       ELSE
                           MOVE SPACES TO EM-EMPLOYEE-NAME
                           MOVE "NO" TO WS-VALID-SWITCH
                           MOVE "INVALID TRANSACTION TYPE"
                               TO WS-ERROR-MESSAGE
                           GO TO B15-EDIT-PARA-EXIT
           END-IF.

           MOVE WS-CT-SSN TO EM-SSN.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EM-EMPLOYEE-NAME
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "SSN NOT ON EMPLOYEE MASTER"
                       TO WS-ERROR-MESSAGE
                   GO TO B15-EDIT-PARA-EXIT
           END-READ.

           IF EM-EMPLOYEE-STATUS = "T" AND WS-CT-TRAN-TYPE = "B"
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "EMPLOYEE TERMINATED" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF OC-GROSS-AMOUNT-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID GROSS AMOUNT" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF OC-CHECK-DATE-IN NUMERIC AND OC-CHECK-DATE-IN > ZERO
               MOVE OC-CHECK-DATE-IN TO WS-CT-PAY-DATE
           ELSE
               IF WS-CT-TRAN-TYPE = "M"
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "MANUAL CHECK DATE MISSING"
                       TO WS-ERROR-MESSAGE
                   GO TO B15-EDIT-PARA-EXIT
               END-IF
               MOVE WS-DATE-ACCEPT TO WS-CT-PAY-DATE
           END-IF.
           IF WS-CT-PAY-MM < 01 OR WS-CT-PAY-MM > 12 OR
                   WS-CT-PAY-DD < 01 OR WS-CT-PAY-DD > 31
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID CHECK DATE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.
           COMPUTE WS-CURRENT-QUARTER = (WS-CT-PAY-MM + 2) / 3.

           IF WS-CT-TRAN-TYPE = "M"
               IF OC-CHECK-NUMBER-IN NOT NUMERIC OR
                       OC-CHECK-NUMBER-IN = ZERO
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID MANUAL CHECK NUMBER"
                       TO WS-ERROR-MESSAGE
                   GO TO B15-EDIT-PARA-EXIT
               END-IF
               IF OC-FED-TAX-IN NOT NUMERIC OR
                       OC-STATE-TAX-IN NOT NUMERIC OR
                       OC-NET-AMOUNT-IN NOT NUMERIC
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID MANUAL CHECK AMOUNTS"
                       TO WS-ERROR-MESSAGE
                   GO TO B15-EDIT-PARA-EXIT
               END-IF
           END-IF.

           MOVE "N" TO WS-PT-FOUND-SWITCH.
           IF WS-CT-TRAN-TYPE = "F"
               IF OC-PTO-PAYOUT-IN NOT = "Y" AND
                       OC-PTO-PAYOUT-IN NOT = "N" AND
                       OC-PTO-PAYOUT-IN NOT = SPACE
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID PTO PAYOUT FLAG" TO WS-ERROR-MESSAGE
                   GO TO B15-EDIT-PARA-EXIT
               END-IF
               IF OC-PTO-PAYOUT-IN = "Y"
                   IF EM-RATE NOT NUMERIC OR EM-RATE = ZERO
                       MOVE "NO" TO WS-VALID-SWITCH
                       MOVE "INVALID RATE" TO WS-ERROR-MESSAGE
                       GO TO B15-EDIT-PARA-EXIT
                   END-IF
                   PERFORM B14-PTO-LOOKUP-PARA
                       THRU B14-PTO-LOOKUP-PARA-EXIT
                   IF WS-PT-FOUND-SWITCH = "N"
                       MOVE "NO" TO WS-VALID-SWITCH
                       MOVE "NO PTO RECORD FOR PAYOUT"
                           TO WS-ERROR-MESSAGE
                       GO TO B15-EDIT-PARA-EXIT
                   END-IF
               END-IF
           END-IF.
      *
       B15-EDIT-PARA-EXIT.
           EXIT.
      *
      *
       B16-YTD-LOOKUP-PARA.
           MOVE "N" TO WS-YM-FOUND-SWITCH.
           MOVE ZEROS TO WS-PRIOR-YTD
                         WS-PRIOR-YTD-FICA
                         WS-PRIOR-YTD-FED-TAX
                         WS-PRIOR-YTD-STATE-TAX
                         WS-PRIOR-YTD-ER-FICA
                         WS-PRIOR-QTD-WAGES
                         WS-PRIOR-QTD-FICA
                         WS-PRIOR-QTD-ER-FICA
                         WS-PRIOR-QTD-FED-TAX
                         WS-PRIOR-QTD-STATE-TAX
                         WS-PRIOR-FUTA-WAGES
                         WS-PRIOR-SUTA-WAGES.
           MOVE WS-CT-SSN TO YM-SSN.
           READ YTD-MASTER-FILE
               INVALID KEY
                   GO TO B16-YTD-LOOKUP-PARA-EXIT
           END-READ.
           MOVE "Y" TO WS-YM-FOUND-SWITCH.
           MOVE YM-NYTD TO WS-PRIOR-YTD.
           MOVE YM-YTD-FICA TO WS-PRIOR-YTD-FICA.
           MOVE YM-YTD-FED-TAX TO WS-PRIOR-YTD-FED-TAX.
           MOVE YM-YTD-STATE-TAX TO WS-PRIOR-YTD-STATE-TAX.
           MOVE YM-YTD-ER-FICA TO WS-PRIOR-YTD-ER-FICA.
           MOVE YM-YTD-FUTA-WAGES TO WS-PRIOR-FUTA-WAGES.
           MOVE YM-YTD-SUTA-WAGES TO WS-PRIOR-SUTA-WAGES.
           IF YM-QUARTER = WS-CURRENT-QUARTER
               MOVE YM-QTD-WAGES TO WS-PRIOR-QTD-WAGES
               MOVE YM-QTD-FICA TO WS-PRIOR-QTD-FICA
               MOVE YM-QTD-ER-FICA TO WS-PRIOR-QTD-ER-FICA
               MOVE YM-QTD-FED-TAX TO WS-PRIOR-QTD-FED-TAX
               MOVE YM-QTD-STATE-TAX TO WS-PRIOR-QTD-STATE-TAX
           END-IF.
      *
       B16-YTD-LOOKUP-PARA-EXIT.
           EXIT.
      *
      *
       B18-FEDTAX-LOAD-PARA.
           READ FEDTAX-PARM-FILE-IN
               AT END
                   MOVE "YES" TO WS-FT-EOF-SWITCH
                   GO TO B18-FEDTAX-LOAD-PARA-EXIT
           END-READ.
           IF FT-FILING-STATUS-IN = "M"
               IF WS-FED-M-COUNT < 10
                   ADD 1 TO WS-FED-M-COUNT
                   MOVE FT-BRACKET-FLOOR-IN
                       TO WS-FED-M-FLOOR (WS-FED-M-COUNT)
                   MOVE FT-BASE-TAX-IN
                       TO WS-FED-M-BASE (WS-FED-M-COUNT)
                   MOVE FT-BRACKET-RATE-IN
                       TO WS-FED-M-RATE (WS-FED-M-COUNT)
               END-IF
           ELSE
               IF WS-FED-S-COUNT < 10
                   ADD 1 TO WS-FED-S-COUNT
                   MOVE FT-BRACKET-FLOOR-IN
                       TO WS-FED-S-FLOOR (WS-FED-S-COUNT)
                   MOVE FT-BASE-TAX-IN
                       TO WS-FED-S-BASE (WS-FED-S-COUNT)
                   MOVE FT-BRACKET-RATE-IN
                       TO WS-FED-S-RATE (WS-FED-S-COUNT)
               END-IF
           END-IF.
      *
       B18-FEDTAX-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B19-STATE-LOAD-PARA.
           READ STATE-PARM-FILE-IN
               AT END
                   MOVE "YES" TO WS-ST-EOF-SWITCH
                   GO TO B19-STATE-LOAD-PARA-EXIT
           END-READ.
           IF WS-ST-COUNT >= 54
               GO TO B19-STATE-LOAD-PARA-EXIT
           END-IF.
           ADD 1 TO WS-ST-COUNT.
           MOVE ST-STATE-CODE-IN TO WS-ST-CODE (WS-ST-COUNT).
           MOVE ST-STATE-RATE-IN TO WS-ST-RATE (WS-ST-COUNT).
           IF ST-SUTA-RATE-IN NUMERIC AND ST-SUTA-RATE-IN > ZERO
               MOVE ST-SUTA-RATE-IN TO WS-ST-SUTA-RATE (WS-ST-COUNT)
           ELSE
               MOVE WS-SUTA-DEFAULT-RATE
                   TO WS-ST-SUTA-RATE (WS-ST-COUNT)
           END-IF.
           IF ST-SUTA-BASE-IN NUMERIC AND ST-SUTA-BASE-IN > ZERO
               MOVE ST-SUTA-BASE-IN TO WS-ST-SUTA-BASE (WS-ST-COUNT)
           ELSE
               MOVE WS-SUTA-DEFAULT-BASE
                   TO WS-ST-SUTA-BASE (WS-ST-COUNT)
           END-IF.
      *
       B19-STATE-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B20-PROCESS-PARA.
           MOVE OC-TRAN-TYPE-IN TO WS-CT-TRAN-TYPE.
           MOVE OC-SSN-IN TO WS-CT-SSN.
           MOVE SPACES TO WS-CT-TYPE-DESC.

           PERFORM B15-EDIT-PARA THRU B15-EDIT-PARA-EXIT.
           IF WS-VALID-SWITCH = "NO"
               PERFORM C30-EXCEPTION-PARA
               GO TO B20-READ-PARA
           END-IF.

           PERFORM B16-YTD-LOOKUP-PARA THRU B16-YTD-LOOKUP-PARA-EXIT.
           IF WS-YM-FOUND-SWITCH = "Y" AND
                   YM-QUARTER > WS-CURRENT-QUARTER
               MOVE "CHECK DATE IN A CLOSED QUARTER" TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               GO TO B20-READ-PARA
           END-IF.

           MOVE ZEROS TO WS-PTO-PAYOUT-HOURS
                         WS-PTO-PAYOUT-AMOUNT
                         WS-REGULAR-EARNINGS
                         WS-SUPPLEMENTAL-EARNINGS.
           IF WS-CT-TRAN-TYPE = "F"
               MOVE OC-GROSS-AMOUNT-IN TO WS-REGULAR-EARNINGS
               IF OC-PTO-PAYOUT-IN = "Y"
                   MOVE WS-PTO-BALANCE TO WS-PTO-PAYOUT-HOURS
                   COMPUTE WS-PTO-PAYOUT-AMOUNT ROUNDED =
                       WS-PTO-PAYOUT-HOURS * EM-RATE
               END-IF
           ELSE
               MOVE OC-GROSS-AMOUNT-IN TO WS-SUPPLEMENTAL-EARNINGS
           END-IF.
           COMPUTE WS-TOTAL-EARNINGS =
               WS-REGULAR-EARNINGS + WS-SUPPLEMENTAL-EARNINGS
                   + WS-PTO-PAYOUT-AMOUNT.
           IF WS-TOTAL-EARNINGS NOT > ZERO
               MOVE "NO EARNINGS TO PAY" TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               GO TO B20-READ-PARA
           END-IF.
           IF WS-TOTAL-EARNINGS > WS-MAXIMUM-PAYMENT
               MOVE "PAYMENT EXCEEDS MAXIMUM" TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               GO TO B20-READ-PARA
           END-IF.

           COMPUTE WS-NYTD = WS-PRIOR-YTD + WS-TOTAL-EARNINGS.

           IF WS-PRIOR-YTD >= WS-FICA-WAGE-BASE
               MOVE ZERO TO WS-FICA
           ELSE
               IF WS-NYTD <= WS-FICA-WAGE-BASE
                   COMPUTE WS-FICA ROUNDED =
                       WS-TOTAL-EARNINGS * WS-FICA-RATE
               ELSE
                   COMPUTE WS-FICA ROUNDED =
                       (WS-FICA-WAGE-BASE - WS-PRIOR-YTD)
                           * WS-FICA-RATE
               END-IF
           END-IF.
           MOVE WS-FICA TO WS-EMPLOYER-FICA.

           IF WS-CT-TRAN-TYPE = "M"
               MOVE OC-FED-TAX-IN TO WS-TAX-AMOUNT
               PERFORM D87-STATE-TAX-PARA
               MOVE OC-STATE-TAX-IN TO WS-TAXES
           ELSE
               PERFORM D80-FED-TAX-PARA
               PERFORM D87-STATE-TAX-PARA
           END-IF.

           PERFORM D95-UNEMPLOYMENT-PARA.

           COMPUTE WS-NET-PAY =
               WS-TOTAL-EARNINGS - WS-FICA - WS-TAX-AMOUNT - WS-TAXES.
           IF WS-NET-PAY NOT > ZERO
               MOVE "NET PAY NOT POSITIVE" TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               GO TO B20-READ-PARA
           END-IF.
           IF WS-CT-TRAN-TYPE = "M" AND
                   WS-NET-PAY NOT = OC-NET-AMOUNT-IN
               MOVE "MANUAL CHECK DOES NOT FOOT" TO WS-ERROR-MESSAGE
               PERFORM C30-EXCEPTION-PARA
               GO TO B20-READ-PARA
           END-IF.

           ADD WS-TOTAL-EARNINGS TO WS-ALL-TOTAL-EARNINGS.
           ADD WS-FICA TO WS-ALL-FICA.
           ADD WS-EMPLOYER-FICA TO WS-ALL-EMPLOYER-FICA.
           ADD WS-TAX-AMOUNT TO WS-ALL-TAX-AMOUNT.
           ADD WS-TAXES TO WS-ALL-TAXES.
           ADD WS-NET-PAY TO WS-ALL-NET-PAY.
           ADD WS-PTO-PAYOUT-AMOUNT TO WS-ALL-PTO-PAYOUT.
           ADD WS-FUTA-TAX TO WS-ALL-FUTA-TAX.
           ADD WS-SUTA-TAX TO WS-ALL-SUTA-TAX.

           COMPUTE WS-YTD-FICA = WS-PRIOR-YTD-FICA + WS-FICA.
           COMPUTE WS-YTD-FED-TAX =
               WS-PRIOR-YTD-FED-TAX + WS-TAX-AMOUNT.
           COMPUTE WS-YTD-STATE-TAX = WS-PRIOR-YTD-STATE-TAX + WS-TAXES.
           COMPUTE WS-YTD-ER-FICA =
               WS-PRIOR-YTD-ER-FICA + WS-EMPLOYER-FICA.
           COMPUTE WS-QTD-WAGES =
               WS-PRIOR-QTD-WAGES + WS-TOTAL-EARNINGS.
           COMPUTE WS-QTD-FICA = WS-PRIOR-QTD-FICA + WS-FICA.
           COMPUTE WS-QTD-ER-FICA =
               WS-PRIOR-QTD-ER-FICA + WS-EMPLOYER-FICA.
           COMPUTE WS-QTD-FED-TAX =
               WS-PRIOR-QTD-FED-TAX + WS-TAX-AMOUNT.
           COMPUTE WS-QTD-STATE-TAX = WS-PRIOR-QTD-STATE-TAX + WS-TAXES.

           MOVE WS-CT-SSN-THREE TO WS-SSN-THREE-OUT.
           MOVE "-" TO HYPHEN1-OUT.
           MOVE WS-CT-SSN-TWO TO WS-SSN-TWO-OUT.
           MOVE "-" TO HYPHEN2-OUT.
           MOVE WS-CT-SSN-FOUR TO WS-SSN-FOUR-OUT.

           IF WS-CT-TRAN-TYPE = "M"
               MOVE OC-CHECK-NUMBER-IN TO WS-CHECK-NUMBER
           ELSE
               MOVE WS-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER
           END-IF.
           PERFORM C55-CHECK-PARA.

           PERFORM D63-YTD-UPDATE-PARA.
           IF WS-PTO-PAYOUT-HOURS > ZERO
               PERFORM D64-PTO-PAYOUT-PARA
           END-IF.
           PERFORM D60-HISTORY-WRITE-PARA.
           PERFORM D97-TAX-EXTRACT-PARA.
           PERFORM C20-DETAIL-PARA.
           ADD 1 TO WS-RECORDS-WRITTEN.
      *
       B20-READ-PARA.
           READ OFFCYCLE-FILE-IN
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
      *
       B20-PROCESS-PARA-EXIT.
           EXIT.
      *
      *
       B30-TOTAL-PARA.
           IF WS-LINES-IN-USE >= 56 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
           MOVE WS-RECORDS-WRITTEN TO WS-TL-COUNT-OUT.
           MOVE WS-ALL-TOTAL-EARNINGS TO WS-TL-GROSS-OUT.
           MOVE WS-ALL-FICA TO WS-TL-FICA-OUT.
           MOVE WS-ALL-TAX-AMOUNT TO WS-TL-FED-TAX-OUT.
           MOVE WS-ALL-TAXES TO WS-TL-STATE-TAX-OUT.
           MOVE WS-ALL-NET-PAY TO WS-TL-NET-PAY-OUT.
           MOVE WS-ALL-EMPLOYER-FICA TO WS-TL-EMPLOYER-FICA-OUT.
           WRITE OR-PAYMENT-REPORT-OUT FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE WS-ALL-PTO-PAYOUT TO WS-PTO-PAYOUT-OUT.
           MOVE WS-ALL-FUTA-TAX TO WS-FUTA-OUT.
           MOVE WS-ALL-SUTA-TAX TO WS-SUTA-OUT.
           WRITE OR-PAYMENT-REPORT-OUT FROM WS-PTO-PAYOUT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-RECORDS-READ TO WS-RECORDS-READ-OUT.
           MOVE WS-RECORDS-WRITTEN TO WS-RECORDS-WRITTEN-OUT.
           MOVE WS-REJECT-COUNT TO WS-BL-REJECT-OUT.
           WRITE OR-PAYMENT-REPORT-OUT FROM WS-BALANCING-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-OUT.
           WRITE XR-EXCEPTION-REPORT-OUT FROM WS-REJECT-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-CHECK-COUNT TO WS-CR-COUNT-OUT.
           MOVE WS-CHECK-TOTAL-AMOUNT TO WS-CR-TOTAL-OUT.
           WRITE CR-CHECK-REGISTER-OUT FROM WS-CHECK-REG-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-MANUAL-COUNT TO WS-MR-COUNT-OUT.
           MOVE WS-MANUAL-TOTAL-AMOUNT TO WS-MR-TOTAL-OUT.
           WRITE CR-CHECK-REGISTER-OUT FROM WS-MANUAL-REG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-NEXT-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER-OUT.
           WRITE CC-CHECK-CONTROL-RECORD-OUT.

           PERFORM D90-GL-POSTING-PARA.
      *
      *
       C10-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-COUNTER.
           MOVE WS-PAGE-COUNTER TO WS-PAGE-OUT.
           WRITE OR-PAYMENT-REPORT-OUT FROM WS-HEADINGS-1
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-SPACING.
           WRITE OR-PAYMENT-REPORT-OUT FROM WS-HEADINGS-2
               AFTER ADVANCING WS-SPACING.
           WRITE OR-PAYMENT-REPORT-OUT FROM WS-HEADINGS-3
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           MOVE 2 TO WS-SPACING.
           WRITE OR-PAYMENT-REPORT-OUT FROM COLUMN-HEADINGS-1
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           MOVE 1 TO WS-SPACING.
           WRITE OR-PAYMENT-REPORT-OUT FROM COLUMN-HEADINGS-2
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
      *
      *
       C20-DETAIL-PARA.
           MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME-OUT.
           MOVE WS-CT-TYPE-DESC TO WS-TYPE-OUT.
           MOVE WS-TOTAL-EARNINGS TO WS-GROSS-OUT.
           MOVE WS-PTO-PAYOUT-HOURS TO WS-PTO-HOURS-OUT.
           MOVE WS-FICA TO WS-FICA-OUT.
           MOVE WS-TAX-AMOUNT TO WS-FED-TAX-OUT.
           MOVE WS-TAXES TO WS-STATE-TAX-OUT.
           MOVE WS-NET-PAY TO WS-NET-PAY-OUT.
           MOVE WS-CHECK-NUMBER TO WS-CHECK-NO-OUT.
           MOVE WS-EMPLOYER-FICA TO WS-EMPLOYER-FICA-OUT.
           MOVE 2 TO WS-SPACING.
           WRITE OR-PAYMENT-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           IF WS-LINES-IN-USE >= 60 THEN
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
      *
       C30-EXCEPTION-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE WS-CT-SSN-THREE TO WS-XR-SSN-THREE-OUT.
           MOVE "-" TO WS-XR-HYPHEN1-OUT.
           MOVE WS-CT-SSN-TWO TO WS-XR-SSN-TWO-OUT.
           MOVE "-" TO WS-XR-HYPHEN2-OUT.
           MOVE WS-CT-SSN-FOUR TO WS-XR-SSN-FOUR-OUT.
           MOVE EM-EMPLOYEE-NAME TO WS-XR-NAME-OUT.
           MOVE WS-ERROR-MESSAGE TO WS-XR-MESSAGE-OUT.
           MOVE WS-CT-TRAN-TYPE TO WS-XR-TYPE-OUT.
           WRITE XR-EXCEPTION-REPORT-OUT FROM WS-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
      *
      *
       C55-CHECK-PARA.
           MOVE WS-CT-PAY-DATE TO WS-CHECK-DATE-NUM.
           MOVE WS-CHECK-MM TO WS-CHECK-MONTH.
           MOVE WS-CHECK-DD TO WS-CHECK-DAY.
           MOVE WS-CHECK-YY TO WS-CHECK-YEAR.
           IF WS-CT-TRAN-TYPE NOT = "M"
               MOVE WS-COMPANY-NAME TO WS-CK-COMPANY-OUT
               MOVE WS-CHECK-NUMBER TO WS-CK-NUMBER-OUT
               MOVE WS-CHECK-DATE-OUT TO WS-CK-DATE-OUT
               MOVE EM-EMPLOYEE-NAME TO WS-CK-PAYEE-OUT
               MOVE WS-NET-PAY TO WS-CK-AMOUNT-OUT
               MOVE WS-CT-TYPE-DESC TO WS-CK-MEMO-OUT
               MOVE WS-SSN-OUT TO WS-CK-SSN-OUT
               WRITE CP-CHECK-PRINT-OUT FROM WS-CHECK-LINE-1
                   AFTER ADVANCING PAGE
               WRITE CP-CHECK-PRINT-OUT FROM WS-CHECK-LINE-2
                   AFTER ADVANCING 2 LINES
               PERFORM C56-CHECK-ADDRESS-PARA
                   THRU C56-CHECK-ADDRESS-PARA-EXIT
               WRITE CP-CHECK-PRINT-OUT FROM WS-CHECK-LINE-3
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE WS-CHECK-NUMBER TO WS-CR-CHECK-NO-OUT.
           MOVE WS-SSN-OUT TO WS-CR-SSN-OUT.
           MOVE EM-EMPLOYEE-NAME TO WS-CR-NAME-OUT.
           MOVE WS-NET-PAY TO WS-CR-AMOUNT-OUT.
           MOVE WS-CT-TYPE-DESC TO WS-CR-TYPE-OUT.
           WRITE CR-CHECK-REGISTER-OUT FROM WS-CHECK-REG-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-PP-ACCOUNT-NUMBER TO PP-ACCOUNT-OUT.
           MOVE WS-CHECK-NUMBER TO PP-CHECK-NUMBER-OUT.
           MOVE WS-NET-PAY TO PP-AMOUNT-OUT.
           MOVE WS-CT-PAY-DATE TO PP-ISSUE-DATE-OUT.
           MOVE EM-EMPLOYEE-NAME TO PP-PAYEE-OUT.
           WRITE PP-POSITIVE-PAY-RECORD-OUT.

           IF WS-CT-TRAN-TYPE = "M"
               ADD 1 TO WS-MANUAL-COUNT
               ADD WS-NET-PAY TO WS-MANUAL-TOTAL-AMOUNT
           ELSE
               ADD 1 TO WS-CHECK-COUNT
               ADD WS-NET-PAY TO WS-CHECK-TOTAL-AMOUNT
               ADD 1 TO WS-NEXT-CHECK-NUMBER
           END-IF.
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
       D60-HISTORY-WRITE-PARA.
           MOVE SPACES TO HS-PAY-HISTORY-RECORD.
           MOVE WS-CT-SSN TO HS-SSN.
           MOVE WS-CT-PAY-DATE TO HS-PERIOD-END-DATE.
           MOVE WS-CT-TRAN-TYPE TO HS-PAY-TYPE.
           MOVE 1 TO HS-SEQUENCE.
           MOVE WS-CT-PAY-DATE TO HS-CHECK-DATE.
           MOVE EM-EMPLOYEE-NAME TO HS-EMPLOYEE-NAME.
           MOVE EM-RATE TO HS-RATE.
           MOVE EM-SHIFT-NUMBER TO HS-SHIFT-NUMBER.
           MOVE EM-WORK-STATE TO HS-WORK-STATE.
           MOVE EM-WC-CLASS TO HS-WC-CLASS.
           MOVE ZERO TO HS-REGULAR-HOURS
                        HS-OVERTIME-HOURS
                        HS-SHIFT-DIFF
                        HS-OVERTIME-EARNINGS
                        HS-DEDUCT-COUNT
                        HS-TOTAL-DEDUCTIONS.
           MOVE WS-PTO-PAYOUT-HOURS TO HS-LEAVE-HOURS.
           COMPUTE HS-REGULAR-EARNINGS =
               WS-REGULAR-EARNINGS + WS-SUPPLEMENTAL-EARNINGS.
           MOVE WS-PTO-PAYOUT-AMOUNT TO HS-LEAVE-EARNINGS.
           MOVE WS-TOTAL-EARNINGS TO HS-GROSS-PAY.
           MOVE WS-FICA TO HS-FICA.
           MOVE WS-EMPLOYER-FICA TO HS-EMPLOYER-FICA.
           MOVE WS-TAX-AMOUNT TO HS-FED-TAX.
           MOVE WS-TAXES TO HS-STATE-TAX.
           PERFORM D62-HISTORY-DEDUCT-PARA
               VARYING WS-HS-SUB FROM 1 BY 1
               UNTIL WS-HS-SUB > 12.
           MOVE WS-NET-PAY TO HS-NET-PAY.
           MOVE "C" TO HS-PAYMENT-METHOD.
           MOVE SPACES TO HS-PAYMENT-REF.
           MOVE WS-CHECK-NUMBER TO HS-PAYMENT-REF (1:8).
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
           WRITE HS-PAY-HISTORY-RECORD
               INVALID KEY
                   IF HS-SEQUENCE < 99
                       ADD 1 TO HS-SEQUENCE
                       GO TO D61-HISTORY-PUT-PARA-EXIT
                   END-IF
                   DISPLAY "PROG10 ABEND - HISTORY SEQUENCE EXHAUSTED "
                       HS-SSN
                   PERFORM E10-ABORT-PARA
           END-WRITE.
           MOVE "YES" TO WS-HS-WRITTEN-SWITCH.
      *
       D61-HISTORY-PUT-PARA-EXIT.
           EXIT.
      *
      *
       D62-HISTORY-DEDUCT-PARA.
           MOVE SPACES TO HS-DEDUCT-CODE (WS-HS-SUB).
           MOVE ZERO TO HS-DEDUCT-AMOUNT (WS-HS-SUB).
      *
      *
       D63-YTD-UPDATE-PARA.
           MOVE WS-CT-SSN TO YM-SSN.
           MOVE EM-EMPLOYEE-NAME TO YM-EMPLOYEE-NAME.
           MOVE WS-NYTD TO YM-NYTD.
           MOVE WS-YTD-FICA TO YM-YTD-FICA.
           MOVE WS-YTD-FED-TAX TO YM-YTD-FED-TAX.
           MOVE WS-YTD-STATE-TAX TO YM-YTD-STATE-TAX.
           MOVE EM-WORK-STATE TO YM-WORK-STATE.
           MOVE WS-YTD-ER-FICA TO YM-YTD-ER-FICA.
           MOVE WS-CURRENT-QUARTER TO YM-QUARTER.
           MOVE WS-QTD-WAGES TO YM-QTD-WAGES.
           MOVE WS-QTD-FICA TO YM-QTD-FICA.
           MOVE WS-QTD-ER-FICA TO YM-QTD-ER-FICA.
           MOVE WS-QTD-FED-TAX TO YM-QTD-FED-TAX.
           MOVE WS-QTD-STATE-TAX TO YM-QTD-STATE-TAX.
           MOVE WS-YTD-FUTA-WAGES TO YM-YTD-FUTA-WAGES.
           MOVE WS-YTD-SUTA-WAGES TO YM-YTD-SUTA-WAGES.
           IF WS-YM-FOUND-SWITCH = "Y"
               REWRITE YM-YTD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "PROG10 ABEND - YTD REWRITE FAILED "
                           YM-SSN
                       PERFORM E10-ABORT-PARA
               END-REWRITE
           ELSE
               WRITE YM-YTD-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "PROG10 ABEND - YTD WRITE FAILED "
                           YM-SSN
                       PERFORM E10-ABORT-PARA
               END-WRITE
           END-IF.
      *
      *
       D64-PTO-PAYOUT-PARA.
           MOVE WS-CT-SSN TO PT-SSN.
           MOVE ZERO TO PT-PTO-BALANCE.
           MOVE WS-PTO-ACCRUED-YTD TO PT-PTO-ACCRUED-YTD.
           COMPUTE PT-PTO-TAKEN-YTD =
               WS-PTO-TAKEN-YTD + WS-PTO-PAYOUT-HOURS.
           REWRITE PT-PTO-MASTER-RECORD
               INVALID KEY
                   DISPLAY "PROG10 - PTO REWRITE FAILED " PT-SSN
           END-REWRITE.
      *
      *
       D80-FED-TAX-PARA.
           MOVE ZERO TO WS-TAX-AMOUNT.
           IF WS-REGULAR-EARNINGS > ZERO
               COMPUTE WS-TAXABLE-WAGES =
                   WS-REGULAR-EARNINGS -
                       (WS-EXEMPTION-ALLOWANCE * EM-EXEMPTIONS)
               IF WS-TAXABLE-WAGES < ZERO
                   MOVE ZERO TO WS-TAXABLE-WAGES
               END-IF
               IF EM-FILING-STATUS = "M"
                   IF WS-FED-M-COUNT > ZERO
                       PERFORM D82-FED-MARRIED-PARA
                   ELSE
                       COMPUTE WS-TAX-AMOUNT ROUNDED =
                           WS-TAXABLE-WAGES * WS-FEDERAL-RATE-MARRIED
                   END-IF
               ELSE
                   IF WS-FED-S-COUNT > ZERO
                       PERFORM D81-FED-SINGLE-PARA
                   ELSE
                       COMPUTE WS-TAX-AMOUNT ROUNDED =
                           WS-TAXABLE-WAGES * WS-FEDERAL-RATE-SINGLE
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-SUPP-TAX-AMOUNT ROUNDED =
               (WS-SUPPLEMENTAL-EARNINGS + WS-PTO-PAYOUT-AMOUNT)
                   * WS-SUPPLEMENTAL-RATE.
           ADD WS-SUPP-TAX-AMOUNT TO WS-TAX-AMOUNT.
      *
      *
       D81-FED-SINGLE-PARA.
           COMPUTE WS-ANNUAL-WAGES ROUNDED =
               WS-TAXABLE-WAGES * WS-PERIODS-PER-YEAR.
           MOVE 1 TO WS-FED-PICK.
           PERFORM D83-FED-S-SCAN-PARA
               VARYING WS-FED-SUB FROM 1 BY 1
               UNTIL WS-FED-SUB > WS-FED-S-COUNT.
           COMPUTE WS-ANNUAL-TAX ROUNDED =
               WS-FED-S-BASE (WS-FED-PICK) +
               ((WS-ANNUAL-WAGES - WS-FED-S-FLOOR (WS-FED-PICK)) *
                   WS-FED-S-RATE (WS-FED-PICK)).
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR.
           IF WS-TAX-AMOUNT < ZERO
               MOVE ZERO TO WS-TAX-AMOUNT
           END-IF.
      *
      *
       D82-FED-MARRIED-PARA.
           COMPUTE WS-ANNUAL-WAGES ROUNDED =
               WS-TAXABLE-WAGES * WS-PERIODS-PER-YEAR.
           MOVE 1 TO WS-FED-PICK.
           PERFORM D84-FED-M-SCAN-PARA
               VARYING WS-FED-SUB FROM 1 BY 1
               UNTIL WS-FED-SUB > WS-FED-M-COUNT.
           COMPUTE WS-ANNUAL-TAX ROUNDED =
               WS-FED-M-BASE (WS-FED-PICK) +
               ((WS-ANNUAL-WAGES - WS-FED-M-FLOOR (WS-FED-PICK)) *
                   WS-FED-M-RATE (WS-FED-PICK)).
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR.
           IF WS-TAX-AMOUNT < ZERO
               MOVE ZERO TO WS-TAX-AMOUNT
           END-IF.
      *
      *
       D83-FED-S-SCAN-PARA.
           IF WS-ANNUAL-WAGES >= WS-FED-S-FLOOR (WS-FED-SUB)
               MOVE WS-FED-SUB TO WS-FED-PICK
           END-IF.
      *
      *
       D84-FED-M-SCAN-PARA.
           IF WS-ANNUAL-WAGES >= WS-FED-M-FLOOR (WS-FED-SUB)
               MOVE WS-FED-SUB TO WS-FED-PICK
           END-IF.
      *
      *
       D87-STATE-TAX-PARA.
           MOVE EM-WORK-STATE TO WS-WORK-STATE.
           IF WS-WORK-STATE = SPACES
               MOVE "**" TO WS-WORK-STATE
           END-IF.
           MOVE ZERO TO WS-ST-FOUND.
           PERFORM D88-STATE-SCAN-PARA
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT.
           IF WS-ST-FOUND > ZERO
               MOVE WS-ST-RATE (WS-ST-FOUND) TO WS-WORK-STATE-RATE
           ELSE
               MOVE WS-STATE-RATE TO WS-WORK-STATE-RATE
           END-IF.
           COMPUTE WS-TAXES ROUNDED =
               WS-TOTAL-EARNINGS * WS-WORK-STATE-RATE.
      *
      *
       D88-STATE-SCAN-PARA.
           IF WS-ST-CODE (WS-ST-SUB) = WS-WORK-STATE
               MOVE WS-ST-SUB TO WS-ST-FOUND
           END-IF.
      *
      *
       D90-GL-POSTING-PARA.
           MOVE ZERO TO WS-GL-DEBIT-TOTAL
                        WS-GL-CREDIT-TOTAL.
           WRITE GP-GL-PROOF-RECORD-OUT FROM WS-GL-PROOF-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE GP-GL-PROOF-RECORD-OUT FROM WS-GL-PROOF-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE WS-GL-WAGE-EXPENSE TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           MOVE WS-ALL-TOTAL-EARNINGS TO WS-GL-AMOUNT.
           MOVE "OFF-CYCLE WAGE EXPENSE" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-FICA-EXPENSE TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           MOVE WS-ALL-EMPLOYER-FICA TO WS-GL-AMOUNT.
           MOVE "EMPLOYER FICA EXPENSE" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-UNEMP-EXPENSE TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-DC.
           COMPUTE WS-GL-AMOUNT =
               WS-ALL-FUTA-TAX + WS-ALL-SUTA-TAX.
           MOVE "UNEMPLOYMENT TAX EXPENSE" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-FUTA-PAYABLE TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-DC.
           MOVE WS-ALL-FUTA-TAX TO WS-GL-AMOUNT.
           MOVE "FUTA TAX PAYABLE" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-SUTA-PAYABLE TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-DC.
           MOVE WS-ALL-SUTA-TAX TO WS-GL-AMOUNT.
           MOVE "SUTA TAX PAYABLE" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-FICA-PAYABLE TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-DC.
           COMPUTE WS-GL-AMOUNT =
               WS-ALL-FICA + WS-ALL-EMPLOYER-FICA.
           MOVE "FICA TAX PAYABLE" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-FED-TAX-PAYABLE TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-DC.
           MOVE WS-ALL-TAX-AMOUNT TO WS-GL-AMOUNT.
           MOVE "FED W/H TAX PAYABLE" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-STATE-TAX-PAYABLE TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-DC.
           MOVE WS-ALL-TAXES TO WS-GL-AMOUNT.
           MOVE "STATE W/H TAX PAYABLE" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-PAYROLL-CLEARING TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-DC.
           MOVE WS-CHECK-TOTAL-AMOUNT TO WS-GL-AMOUNT.
           MOVE "NET PAY - OFF-CYCLE CHECKS" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-PAYROLL-CLEARING TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-DC.
           MOVE WS-MANUAL-TOTAL-AMOUNT TO WS-GL-AMOUNT.
           MOVE "NET PAY - MANUAL CHECKS" TO WS-GL-DESC.
           PERFORM D92-GL-POST-ONE-PARA THRU D92-GL-POST-ONE-PARA-EXIT.

           MOVE WS-GL-DEBIT-TOTAL TO WS-GP-DEBIT-TOTAL-OUT.
           MOVE WS-GL-CREDIT-TOTAL TO WS-GP-CREDIT-TOTAL-OUT.
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               MOVE "IN BALANCE" TO WS-GP-BALANCE-MSG-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-GP-BALANCE-MSG-OUT
           END-IF.
           WRITE GP-GL-PROOF-RECORD-OUT FROM WS-GL-PROOF-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
      *
      *
       D92-GL-POST-ONE-PARA.
           IF WS-GL-AMOUNT = ZERO
               GO TO D92-GL-POST-ONE-PARA-EXIT
           END-IF.
           IF WS-GL-AMOUNT < ZERO
               COMPUTE WS-GL-AMOUNT = WS-GL-AMOUNT * -1
               IF WS-GL-DC = "D"
                   MOVE "C" TO WS-GL-DC
               ELSE
                   MOVE "D" TO WS-GL-DC
               END-IF
           END-IF.
           MOVE WS-GL-ACCOUNT TO GL-ACCOUNT-OUT.
           MOVE WS-GL-DC TO GL-DEBIT-CREDIT-OUT.
           MOVE WS-GL-AMOUNT TO GL-AMOUNT-OUT.
           MOVE WS-GL-DESC TO GL-DESCRIPTION-OUT.
           MOVE WS-DATE-ACCEPT TO GL-POSTING-DATE-OUT.
           WRITE GL-POSTING-RECORD-OUT.
           IF WS-GL-DC = "D"
               ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF.
           MOVE WS-GL-ACCOUNT TO WS-GP-ACCOUNT-OUT.
           MOVE WS-GL-DC TO WS-GP-DC-OUT.
           MOVE WS-GL-DESC TO WS-GP-DESC-OUT.
           MOVE WS-GL-AMOUNT TO WS-GP-AMOUNT-OUT.
           WRITE GP-GL-PROOF-RECORD-OUT FROM WS-GL-PROOF-LINE
               AFTER ADVANCING 1 LINE.
      *
       D92-GL-POST-ONE-PARA-EXIT.
           EXIT.
      *
      *
       D95-UNEMPLOYMENT-PARA.
           COMPUTE WS-FUTA-TAXABLE =
               WS-FUTA-WAGE-BASE - WS-PRIOR-FUTA-WAGES.
           IF WS-FUTA-TAXABLE > WS-TOTAL-EARNINGS
               MOVE WS-TOTAL-EARNINGS TO WS-FUTA-TAXABLE
           END-IF.
           IF WS-FUTA-TAXABLE < ZERO
               MOVE ZERO TO WS-FUTA-TAXABLE
           END-IF.
           COMPUTE WS-FUTA-TAX ROUNDED =
               WS-FUTA-TAXABLE * WS-FUTA-RATE.
           COMPUTE WS-YTD-FUTA-WAGES =
               WS-PRIOR-FUTA-WAGES + WS-FUTA-TAXABLE.

           IF WS-ST-FOUND > ZERO
               MOVE WS-ST-SUTA-RATE (WS-ST-FOUND)
                   TO WS-WORK-SUTA-RATE
               MOVE WS-ST-SUTA-BASE (WS-ST-FOUND)
                   TO WS-WORK-SUTA-BASE
           ELSE
               MOVE WS-SUTA-DEFAULT-RATE TO WS-WORK-SUTA-RATE
               MOVE WS-SUTA-DEFAULT-BASE TO WS-WORK-SUTA-BASE
           END-IF.
           COMPUTE WS-SUTA-TAXABLE =
               WS-WORK-SUTA-BASE - WS-PRIOR-SUTA-WAGES.
           IF WS-SUTA-TAXABLE > WS-TOTAL-EARNINGS
               MOVE WS-TOTAL-EARNINGS TO WS-SUTA-TAXABLE
           END-IF.
           IF WS-SUTA-TAXABLE < ZERO
               MOVE ZERO TO WS-SUTA-TAXABLE
           END-IF.
           COMPUTE WS-SUTA-TAX ROUNDED =
               WS-SUTA-TAXABLE * WS-WORK-SUTA-RATE.
           COMPUTE WS-YTD-SUTA-WAGES =
               WS-PRIOR-SUTA-WAGES + WS-SUTA-TAXABLE.
      *
      *
       D97-TAX-EXTRACT-PARA.
           MOVE SPACES TO TX-TAX-LIABILITY-OUT.
           MOVE "F" TO TX-REC-TYPE.
           MOVE WS-CT-PAY-DATE TO TX-CHECK-DATE.
           MOVE WS-CT-PAY-DATE TO TX-PERIOD-END-DATE.
           MOVE "O" TO TX-SOURCE.
           MOVE SPACES TO TX-STATE.
           MOVE WS-FICA TO TX-EE-FICA.
           MOVE WS-EMPLOYER-FICA TO TX-ER-FICA.
           MOVE WS-TAX-AMOUNT TO TX-WITHHOLDING.
           MOVE WS-TOTAL-EARNINGS TO TX-WAGES.
           MOVE 1 TO TX-EMP-COUNT.
           WRITE TX-TAX-LIABILITY-OUT.

           MOVE "S" TO TX-REC-TYPE.
           MOVE WS-WORK-STATE TO TX-STATE.
           MOVE ZERO TO TX-EE-FICA
                        TX-ER-FICA.
           MOVE WS-TAXES TO TX-WITHHOLDING.
           WRITE TX-TAX-LIABILITY-OUT.
      *
      *
       E10-ABORT-PARA.
           CLOSE OFFCYCLE-FILE-IN
               EMPLOYEE-MASTER-FILE
               YTD-MASTER-FILE
               PTO-MASTER-FILE
               PAY-HISTORY-FILE
               CHECK-CONTROL-OUT
               PAYMENT-REPORT-OUT
               EXCEPTION-REPORT-OUT
               CHECK-PRINT-OUT
               CHECK-REGISTER-OUT
               POSITIVE-PAY-OUT
               GL-POSTING-FILE-OUT
               GL-PROOF-REPORT-OUT
               TAX-LIABILITY-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
