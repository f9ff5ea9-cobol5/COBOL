       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROG16.
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
           SELECT NH-PARM-FILE-IN
               ASSIGN TO NHPARM.
           SELECT OPTIONAL NH-STATE-FILE-IN
               ASSIGN TO NHSTATE.
           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-SSN.
           SELECT OPTIONAL NH-TRACK-FILE
               ASSIGN TO NHTRACK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NT-TRACK-KEY.
           SELECT NH-STATE-FILE-OUT
               ASSIGN TO PROG16NHF.
           SELECT NH-REPORT-OUT
               ASSIGN TO PROG16-OUT.
      *
      *
      *
       DATA DIVISION.
      *
      *
       FILE SECTION.
      *
       FD  NH-PARM-FILE-IN
               RECORD CONTAINS 150 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NP-NH-PARM-RECORD-IN.
      *
       01  NP-NH-PARM-RECORD-IN.
           05  NP-FEIN-IN                    PIC X(9).
           05  NP-EMPLOYER-NAME-IN           PIC X(30).
           05  NP-ADDRESS-IN                 PIC X(30).
           05  NP-CITY-IN                    PIC X(20).
           05  NP-STATE-IN                   PIC X(2).
           05  NP-ZIP-CODE-IN                PIC X(9).
           05  NP-START-DATE-IN              PIC 9(6).
           05  FILLER                        PIC X(44).
      *
       FD  NH-STATE-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NS-NH-STATE-RECORD-IN.
      *
       01  NS-NH-STATE-RECORD-IN.
           05  NS-STATE-IN                   PIC X(2).
           05  NS-FORMAT-IN                  PIC X(1).
           05  NS-DEADLINE-DAYS-IN           PIC 9(3).
           05  NS-AGENCY-NAME-IN             PIC X(30).
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
       FD  NH-TRACK-FILE
               RECORD CONTAINS 40 CHARACTERS
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS NT-NH-TRACK-RECORD.
      *
       01  NT-NH-TRACK-RECORD.
           05  NT-TRACK-KEY.
               10  NT-SSN                    PIC X(9).
               10  NT-HIRE-DATE              PIC 9(8).
           05  NT-HIRE-TYPE                  PIC X(1).
           05  NT-WORK-STATE                 PIC X(2).
           05  NT-REPORTED-DATE              PIC 9(6).
           05  NT-DAYS-TO-REPORT             PIC 9(5).
           05  FILLER                        PIC X(9).
      *
       FD  NH-STATE-FILE-OUT
               RECORD CONTAINS 200 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NF-NH-STATE-RECORD-OUT.
      *
       01  NF-NH-STATE-RECORD-OUT            PIC X(200).
      *
       FD  NH-REPORT-OUT
               RECORD CONTAINS 132 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NR-NH-REPORT-OUT.
      *
       01  NR-NH-REPORT-OUT                  PIC X(132).
      *
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                 PIC X(3).
           05  WS-STATE-EOF-SWITCH           PIC X(3).
           05  WS-TRACKED-SWITCH             PIC X(3).
      *
       01  WS-CONTROL-TOTALS.
           05  WS-MASTER-READ                PIC 9(5).
           05  WS-TERMINATED-COUNT           PIC 9(5).
           05  WS-NO-HIRE-DATE-COUNT         PIC 9(5).
           05  WS-BEFORE-START-COUNT         PIC 9(5).
           05  WS-PRIOR-REPORTED-COUNT       PIC 9(5).
           05  WS-REPORTED-COUNT             PIC 9(5).
           05  WS-EXCEPTION-COUNT            PIC 9(5).
           05  WS-LATE-COUNT                 PIC 9(5).
           05  WS-FILE-RECORD-COUNT          PIC 9(5).
           05  WS-SECTION-COUNT              PIC 9(5).
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
           05  WS-FEIN                       PIC X(9).
           05  WS-EMPLOYER-NAME              PIC X(30).
           05  WS-EMPLOYER-ADDRESS           PIC X(30).
           05  WS-EMPLOYER-CITY              PIC X(20).
           05  WS-EMPLOYER-STATE             PIC X(2).
           05  WS-EMPLOYER-ZIP-CODE          PIC X(9).
           05  WS-START-DATE                 PIC 9(6).
           05  WS-START-DAY-NUMBER           PIC 9(7).
           05  WS-RUN-DAY-NUMBER             PIC 9(7).
           05  WS-RUN-CCYYMMDD               PIC 9(8).
      *
       01  WS-ROW-FIELDS.
           05  WS-ROW-STATE                  PIC X(2).
           05  WS-ROW-STATUS                 PIC X(1).
           05  WS-ROW-TYPE                   PIC X(1).
           05  WS-ROW-HIRE-DATE              PIC 9(6).
           05  WS-ROW-HIRE-CCYYMMDD          PIC 9(8).
           05  WS-ROW-DAYS                   PIC 9(5).
           05  WS-ROW-REASON                 PIC X(30).
      *
       01  WS-CURRENT-STATE.
           05  WS-CUR-STATE                  PIC X(2).
           05  WS-CUR-FORMAT                 PIC X(1).
           05  WS-CUR-SF-FOUND               PIC 9(3)   COMP.
           05  WS-CUR-DETAIL-COUNT           PIC 9(5).
      *
       01  WS-STATE-FORMAT-TABLE.
           05  WS-SF-COUNT                   PIC 9(3)   COMP.
           05  WS-SF-SUB                     PIC 9(3)   COMP.
           05  WS-SF-FOUND                   PIC 9(3)   COMP.
           05  WS-SF-ENTRY OCCURS 60 TIMES.
               10  WS-SF-STATE               PIC X(2).
               10  WS-SF-FORMAT              PIC X(1).
               10  WS-SF-DEADLINE            PIC 9(3).
               10  WS-SF-AGENCY              PIC X(30).
      *
       01  WS-NEW-HIRE-TABLE.
           05  WS-NH-COUNT                   PIC 9(3)   COMP.
           05  WS-NH-SUB                     PIC 9(3)   COMP.
           05  WS-NH-FOUND                   PIC 9(3)   COMP.
           05  WS-NH-ENTRY OCCURS 500 TIMES.
               10  WS-NH-STATE               PIC X(2).
               10  WS-NH-STATUS              PIC X(1).
               10  WS-NH-TYPE                PIC X(1).
               10  WS-NH-SSN                 PIC X(9).
               10  WS-NH-NAME                PIC X(18).
               10  WS-NH-ADDRESS-LINE-1      PIC X(30).
               10  WS-NH-ADDRESS-LINE-2      PIC X(30).
               10  WS-NH-CITY                PIC X(20).
               10  WS-NH-ADDRESS-STATE       PIC X(2).
               10  WS-NH-ZIP-CODE            PIC X(9).
               10  WS-NH-BIRTH-DATE          PIC 9(8).
               10  WS-NH-HIRE-DATE           PIC 9(6).
               10  WS-NH-HIRE-CCYYMMDD       PIC 9(8).
               10  WS-NH-DAYS                PIC 9(5).
               10  WS-NH-SF-FOUND            PIC 9(3)   COMP.
               10  WS-NH-FORMAT              PIC X(1).
               10  WS-NH-DEADLINE            PIC 9(3).
               10  WS-NH-REASON              PIC X(30).
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
           05  WS-WORK-CCYYMMDD              PIC 9(8).
           05  WS-DAY-NUMBER                 PIC 9(7).
           05  WS-LEAP-DAYS                  PIC 9(5).
           05  WS-LEAP-QUOTIENT              PIC 9(4).
           05  WS-LEAP-REMAINDER             PIC 9(1).
      *
       01  WS-DATE-EDIT.
           05  WS-DE-MONTH                   PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-DE-DAY                     PIC 9(2).
           05  FILLER                        PIC X(1) VALUE "/".
           05  WS-DE-YEAR                    PIC 9(2).
      *
       01  WS-CSV-FIELDS.
           05  WS-CSV-POINTER                PIC 9(3)   COMP.
           05  WS-CSV-BIRTH-DATE             PIC X(8).
           05  WS-CSV-COUNT                  PIC 9(5).
      *
       01  NF-HEADER-RECORD.
           05  NF-HD-RECORD-TYPE             PIC X(1) VALUE "H".
           05  NF-HD-STATE                   PIC X(2).
           05  NF-HD-FEIN                    PIC X(9).
           05  NF-HD-EMPLOYER-NAME           PIC X(30).
           05  NF-HD-ADDRESS                 PIC X(30).
           05  NF-HD-CITY                    PIC X(20).
           05  NF-HD-ADDRESS-STATE           PIC X(2).
           05  NF-HD-ZIP-CODE                PIC X(9).
           05  NF-HD-CREATION-DATE           PIC 9(8).
           05  NF-HD-AGENCY-NAME             PIC X(30).
           05  FILLER                        PIC X(59) VALUE SPACES.
      *
       01  NF-DETAIL-RECORD.
           05  NF-DT-RECORD-TYPE             PIC X(1) VALUE "D".
           05  NF-DT-STATE                   PIC X(2).
           05  NF-DT-SSN                     PIC X(9).
           05  NF-DT-EMPLOYEE-NAME           PIC X(18).
           05  NF-DT-ADDRESS-LINE-1          PIC X(30).
           05  NF-DT-ADDRESS-LINE-2          PIC X(30).
           05  NF-DT-CITY                    PIC X(20).
           05  NF-DT-ADDRESS-STATE           PIC X(2).
           05  NF-DT-ZIP-CODE                PIC X(9).
           05  NF-DT-HIRE-DATE               PIC 9(8).
           05  NF-DT-BIRTH-DATE              PIC 9(8).
           05  NF-DT-HIRE-TYPE               PIC X(1).
           05  NF-DT-FEIN                    PIC X(9).
           05  FILLER                        PIC X(53) VALUE SPACES.
      *
       01  NF-TRAILER-RECORD.
           05  NF-TR-RECORD-TYPE             PIC X(1) VALUE "T".
           05  NF-TR-STATE                   PIC X(2).
           05  NF-TR-DETAIL-COUNT            PIC 9(5).
           05  FILLER                        PIC X(192) VALUE SPACES.
      *
       01  WS-HEADINGS-1.
           05  WS-DATE-1.
               10  WS-MONTH                  PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-DAY                    PIC 9(2).
               10  FILLER                    PIC X(1) VALUE "/".
               10  WS-YEAR                   PIC 9(2).
           05  FILLER                        PIC X(28) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE
               "N E W   H I R E   R E P O R T I N G".
           05  FILLER                        PIC X(38) VALUE SPACES.
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
           05  WS-SECTION-OUT                PIC X(40).
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "FEIN: ".
           05  WS-FEIN-OUT                   PIC X(9).
           05  FILLER                        PIC X(5) VALUE SPACES.
           05  FILLER                        PIC X(16) VALUE
               "HIRED ON/AFTER: ".
           05  WS-START-DATE-OUT             PIC X(8).
           05  FILLER                        PIC X(42) VALUE SPACES.
      *
       01  COLUMN-HEADINGS-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(2) VALUE "ST".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(11) VALUE
               "SOC. SEC. #".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "EMPLOYEE NAME".
           05  FILLER                        PIC X(7) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "TYPE".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "HIRED".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(5) VALUE " DAYS".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(3) VALUE "DUE".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "FORMAT".
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  FILLER                        PIC X(30) VALUE
               "AGENCY / REASON".
           05  FILLER                        PIC X(23) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-STATE-OUT                  PIC X(2).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-SSN-OUT.
               10  WS-SSN-THREE-OUT          PIC X(3).
               10  WS-SSN-DASH-1-OUT         PIC X(1).
               10  WS-SSN-TWO-OUT            PIC X(2).
               10  WS-SSN-DASH-2-OUT         PIC X(1).
               10  WS-SSN-FOUR-OUT           PIC X(4).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-NAME-OUT                   PIC X(18).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-TYPE-OUT                   PIC X(6).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-HIRE-DATE-OUT              PIC X(8).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DAYS-OUT                   PIC ZZZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-DEADLINE-OUT               PIC ZZ9.
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-FORMAT-OUT                 PIC X(9).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-REMARK-OUT                 PIC X(30).
           05  FILLER                        PIC X(23) VALUE SPACES.
      *
       01  WS-CONTROL-LINE-1.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(13) VALUE
               "MASTER READ:".
           05  WS-CT-READ-OUT                PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE
               "TERMINATED:".
           05  WS-CT-TERMINATED-OUT          PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(14) VALUE
               "NO HIRE DATE:".
           05  WS-CT-NO-HIRE-DATE-OUT        PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(19) VALUE
               "BEFORE START DATE:".
           05  WS-CT-BEFORE-START-OUT        PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(20) VALUE
               "PREVIOUSLY REPORTED:".
           05  WS-CT-PRIOR-REPORTED-OUT      PIC ZZ,ZZ9.
           05  FILLER                        PIC X(11) VALUE SPACES.
      *
       01  WS-CONTROL-LINE-2.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(18) VALUE
               "REPORTED THIS RUN:".
           05  WS-CT-REPORTED-OUT            PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE
               "EXCEPTIONS:".
           05  WS-CT-EXCEPTION-OUT           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(6) VALUE "LATE:".
           05  WS-CT-LATE-OUT                PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(19) VALUE
               "STATE FILE RECORDS:".
           05  WS-CT-FILE-RECORD-OUT         PIC ZZ,ZZ9.
           05  FILLER                        PIC X(43) VALUE SPACES.
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT NH-PARM-FILE-IN
               INPUT NH-STATE-FILE-IN
               INPUT EMPLOYEE-MASTER-FILE
               I-O NH-TRACK-FILE
               OUTPUT NH-STATE-FILE-OUT
               OUTPUT NH-REPORT-OUT.
           PERFORM B10-INIT-PARA.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
           END-READ.
           PERFORM B20-PROCESS-PARA THRU B20-PROCESS-PARA-EXIT
               UNTIL WS-EOF-SWITCH = "YES".
           PERFORM B30-STATE-FILE-PARA.
           PERFORM B40-EXCEPTION-PARA.
           PERFORM B50-LATE-PARA.
           PERFORM B60-TOTAL-PARA.
           CLOSE NH-PARM-FILE-IN
               NH-STATE-FILE-IN
               EMPLOYEE-MASTER-FILE
               NH-TRACK-FILE
               NH-STATE-FILE-OUT
               NH-REPORT-OUT.
           STOP RUN.
      *
      *
       B10-INIT-PARA.
           MOVE "NO" TO WS-EOF-SWITCH
                        WS-STATE-EOF-SWITCH.
           MOVE ZERO TO WS-SF-COUNT
                        WS-NH-COUNT.
           MOVE ZEROS TO WS-LINES-IN-USE
                         WS-PAGE-COUNTER
                         WS-MASTER-READ
                         WS-TERMINATED-COUNT
                         WS-NO-HIRE-DATE-COUNT
                         WS-BEFORE-START-COUNT
                         WS-PRIOR-REPORTED-COUNT
                         WS-REPORTED-COUNT
                         WS-EXCEPTION-COUNT
                         WS-LATE-COUNT
                         WS-FILE-RECORD-COUNT.
           ACCEPT WS-DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH-IN TO WS-MONTH.
           MOVE WS-DAY-IN TO WS-DAY.
           MOVE WS-YEAR-IN TO WS-YEAR.
           MOVE WS-DATE-ACCEPT TO WS-WORK-DATE.
           PERFORM D10-DAY-NUMBER-PARA.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           MOVE WS-WORK-CCYYMMDD TO WS-RUN-CCYYMMDD.

           READ NH-PARM-FILE-IN
               AT END
                   DISPLAY "PROG16 ABEND - NHPARM PARAMETER MISSING"
                   PERFORM E10-ABORT-PARA
           END-READ.
           IF NP-FEIN-IN NOT NUMERIC
               DISPLAY "PROG16 ABEND - INVALID FEIN ON NHPARM"
               PERFORM E10-ABORT-PARA
           END-IF.
           MOVE NP-FEIN-IN TO WS-FEIN.
           MOVE NP-EMPLOYER-NAME-IN TO WS-EMPLOYER-NAME.
           MOVE NP-ADDRESS-IN TO WS-EMPLOYER-ADDRESS.
           MOVE NP-CITY-IN TO WS-EMPLOYER-CITY.
           MOVE NP-STATE-IN TO WS-EMPLOYER-STATE.
           MOVE NP-ZIP-CODE-IN TO WS-EMPLOYER-ZIP-CODE.

           MOVE ZERO TO WS-START-DATE
                        WS-START-DAY-NUMBER.
           MOVE "ALL" TO WS-START-DATE-OUT.
           IF NP-START-DATE-IN NUMERIC AND NP-START-DATE-IN > ZERO
               MOVE NP-START-DATE-IN TO WS-WORK-DATE
               IF WS-WORK-MM < 01 OR WS-WORK-MM > 12 OR
                       WS-WORK-DD < 01 OR WS-WORK-DD > 31
                   DISPLAY "PROG16 ABEND - INVALID START DATE ON "
                       "NHPARM"
                   PERFORM E10-ABORT-PARA
               END-IF
               MOVE NP-START-DATE-IN TO WS-START-DATE
               PERFORM D10-DAY-NUMBER-PARA
               MOVE WS-DAY-NUMBER TO WS-START-DAY-NUMBER
               PERFORM D50-FORMAT-DATE-PARA
               MOVE WS-DATE-EDIT TO WS-START-DATE-OUT
           END-IF.
           MOVE WS-FEIN TO WS-FEIN-OUT.

           PERFORM B12-STATE-LOAD-PARA THRU B12-STATE-LOAD-PARA-EXIT
               UNTIL WS-STATE-EOF-SWITCH = "YES".
      *
      *
       B12-STATE-LOAD-PARA.
           READ NH-STATE-FILE-IN
               AT END
                   MOVE "YES" TO WS-STATE-EOF-SWITCH
                   GO TO B12-STATE-LOAD-PARA-EXIT
           END-READ.
           IF NS-STATE-IN = SPACES
               GO TO B12-STATE-LOAD-PARA-EXIT
           END-IF.
           IF WS-SF-COUNT >= 60
               DISPLAY "PROG16 ABEND - NEW HIRE STATE TABLE FULL"
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO WS-SF-COUNT.
           MOVE NS-STATE-IN TO WS-SF-STATE (WS-SF-COUNT).
           IF NS-FORMAT-IN = "C"
               MOVE "C" TO WS-SF-FORMAT (WS-SF-COUNT)
           ELSE
               MOVE "F" TO WS-SF-FORMAT (WS-SF-COUNT)
           END-IF.
           IF NS-DEADLINE-DAYS-IN NUMERIC AND
                   NS-DEADLINE-DAYS-IN > ZERO
               MOVE NS-DEADLINE-DAYS-IN TO WS-SF-DEADLINE (WS-SF-COUNT)
           ELSE
               MOVE 20 TO WS-SF-DEADLINE (WS-SF-COUNT)
           END-IF.
           MOVE NS-AGENCY-NAME-IN TO WS-SF-AGENCY (WS-SF-COUNT).
      *
       B12-STATE-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B20-PROCESS-PARA.
           ADD 1 TO WS-MASTER-READ.

           IF EM-REHIRE-DATE NUMERIC AND EM-REHIRE-DATE > ZERO
               MOVE EM-REHIRE-DATE TO WS-WORK-DATE
               MOVE "R" TO WS-ROW-TYPE
           ELSE IF EM-HIRE-DATE NUMERIC AND EM-HIRE-DATE > ZERO
                   MOVE EM-HIRE-DATE TO WS-WORK-DATE
                   MOVE "N" TO WS-ROW-TYPE
               ELSE
                   ADD 1 TO WS-NO-HIRE-DATE-COUNT
                   GO TO B20-READ-PARA
           END-IF.
           IF WS-WORK-MM < 01 OR WS-WORK-MM > 12 OR
                   WS-WORK-DD < 01 OR WS-WORK-DD > 31
               ADD 1 TO WS-NO-HIRE-DATE-COUNT
               GO TO B20-READ-PARA
           END-IF.
           MOVE WS-WORK-DATE TO WS-ROW-HIRE-DATE.
           PERFORM D10-DAY-NUMBER-PARA.
           IF WS-DAY-NUMBER < WS-START-DAY-NUMBER
               ADD 1 TO WS-BEFORE-START-COUNT
               GO TO B20-READ-PARA
           END-IF.
           MOVE WS-WORK-CCYYMMDD TO WS-ROW-HIRE-CCYYMMDD.
           IF WS-DAY-NUMBER > WS-RUN-DAY-NUMBER
               MOVE ZERO TO WS-ROW-DAYS
           ELSE
               COMPUTE WS-ROW-DAYS =
                   WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
           END-IF.

           MOVE EM-SSN TO NT-SSN.
           MOVE WS-ROW-HIRE-CCYYMMDD TO NT-HIRE-DATE.
           MOVE "YES" TO WS-TRACKED-SWITCH.
           READ NH-TRACK-FILE
               INVALID KEY
                   MOVE "NO" TO WS-TRACKED-SWITCH
           END-READ.
           IF WS-TRACKED-SWITCH = "YES"
               ADD 1 TO WS-PRIOR-REPORTED-COUNT
               GO TO B20-READ-PARA
           END-IF.
           IF EM-EMPLOYEE-STATUS = "T"
               ADD 1 TO WS-TERMINATED-COUNT
           END-IF.

           MOVE EM-WORK-STATE TO WS-ROW-STATE.
           MOVE "R" TO WS-ROW-STATUS.
           MOVE SPACES TO WS-ROW-REASON.
           IF EM-WORK-STATE = SPACES
               MOVE "**" TO WS-ROW-STATE
               MOVE "X" TO WS-ROW-STATUS
               MOVE "NO WORK STATE ON MASTER" TO WS-ROW-REASON
           ELSE IF EM-ADDRESS-LINE-1 = SPACES OR
                   EM-CITY = SPACES OR
                   EM-ADDRESS-STATE = SPACES OR
                   EM-ZIP-FIVE NOT NUMERIC
                   MOVE "X" TO WS-ROW-STATUS
                   MOVE "INCOMPLETE HOME ADDRESS" TO WS-ROW-REASON
               ELSE IF EM-EMPLOYEE-NAME = SPACES
                       MOVE "X" TO WS-ROW-STATUS
                       MOVE "NO EMPLOYEE NAME" TO WS-ROW-REASON
           END-IF.
           PERFORM C20-STATE-FIND-PARA.
           PERFORM C30-TABLE-ADD-PARA.
           IF WS-ROW-STATUS = "X"
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
      *
       B20-READ-PARA.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
           END-READ.
      *
       B20-PROCESS-PARA-EXIT.
           EXIT.
      *
      *
       B30-STATE-FILE-PARA.
           MOVE "NEW HIRES REPORTED" TO WS-SECTION-OUT.
           PERFORM C10-HEADINGS-PARA.
           MOVE SPACES TO WS-CUR-STATE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM B32-FILE-ENTRY-PARA THRU B32-FILE-ENTRY-PARA-EXIT
               VARYING WS-NH-SUB FROM 1 BY 1
               UNTIL WS-NH-SUB > WS-NH-COUNT.
           IF WS-CUR-STATE NOT = SPACES
               PERFORM C44-TRAILER-WRITE-PARA
           END-IF.
           IF WS-SECTION-COUNT = ZERO
               PERFORM C55-NONE-LINE-PARA
           END-IF.
      *
      *
       B32-FILE-ENTRY-PARA.
           IF WS-NH-STATUS (WS-NH-SUB) NOT = "R"
               GO TO B32-FILE-ENTRY-PARA-EXIT
           END-IF.
           IF WS-NH-STATE (WS-NH-SUB) NOT = WS-CUR-STATE
               IF WS-CUR-STATE NOT = SPACES
                   PERFORM C44-TRAILER-WRITE-PARA
               END-IF
               MOVE WS-NH-STATE (WS-NH-SUB) TO WS-CUR-STATE
               MOVE WS-NH-FORMAT (WS-NH-SUB) TO WS-CUR-FORMAT
               MOVE WS-NH-SF-FOUND (WS-NH-SUB) TO WS-CUR-SF-FOUND
               MOVE ZERO TO WS-CUR-DETAIL-COUNT
               PERFORM C40-HEADER-WRITE-PARA
           END-IF.
           PERFORM C42-DETAIL-WRITE-PARA.
           ADD 1 TO WS-CUR-DETAIL-COUNT.

           MOVE WS-NH-SSN (WS-NH-SUB) TO NT-SSN.
           MOVE WS-NH-HIRE-CCYYMMDD (WS-NH-SUB) TO NT-HIRE-DATE.
           MOVE WS-NH-TYPE (WS-NH-SUB) TO NT-HIRE-TYPE.
           MOVE WS-NH-STATE (WS-NH-SUB) TO NT-WORK-STATE.
           MOVE WS-DATE-ACCEPT TO NT-REPORTED-DATE.
           MOVE WS-NH-DAYS (WS-NH-SUB) TO NT-DAYS-TO-REPORT.
           WRITE NT-NH-TRACK-RECORD
               INVALID KEY
                   DISPLAY "PROG16 - NHTRACK DUPLICATE "
                       WS-NH-SSN (WS-NH-SUB)
           END-WRITE.
           ADD 1 TO WS-REPORTED-COUNT.
           ADD 1 TO WS-SECTION-COUNT.

           PERFORM C50-DETAIL-LINE-PARA.
           IF WS-NH-SF-FOUND (WS-NH-SUB) > ZERO
               MOVE WS-SF-AGENCY (WS-NH-SF-FOUND (WS-NH-SUB))
                   TO WS-REMARK-OUT
           END-IF.
           MOVE 1 TO WS-SPACING.
           PERFORM C60-PRINT-PARA.
      *
       B32-FILE-ENTRY-PARA-EXIT.
           EXIT.
      *
      *
       B40-EXCEPTION-PARA.
           MOVE "EXCEPTIONS - NOT REPORTED" TO WS-SECTION-OUT.
           MOVE ZERO TO WS-LINES-IN-USE.
           PERFORM C10-HEADINGS-PARA.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM B42-EXCEPTION-ENTRY-PARA
               THRU B42-EXCEPTION-ENTRY-PARA-EXIT
               VARYING WS-NH-SUB FROM 1 BY 1
               UNTIL WS-NH-SUB > WS-NH-COUNT.
           IF WS-SECTION-COUNT = ZERO
               PERFORM C55-NONE-LINE-PARA
           END-IF.
      *
      *
       B42-EXCEPTION-ENTRY-PARA.
           IF WS-NH-STATUS (WS-NH-SUB) NOT = "X"
               GO TO B42-EXCEPTION-ENTRY-PARA-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           PERFORM C50-DETAIL-LINE-PARA.
           MOVE 1 TO WS-SPACING.
           PERFORM C60-PRINT-PARA.
      *
       B42-EXCEPTION-ENTRY-PARA-EXIT.
           EXIT.
      *
      *
       B50-LATE-PARA.
           MOVE "LATE - PAST STATE DEADLINE" TO WS-SECTION-OUT.
           MOVE ZERO TO WS-LINES-IN-USE.
           PERFORM C10-HEADINGS-PARA.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM B52-LATE-ENTRY-PARA THRU B52-LATE-ENTRY-PARA-EXIT
               VARYING WS-NH-SUB FROM 1 BY 1
               UNTIL WS-NH-SUB > WS-NH-COUNT.
           IF WS-SECTION-COUNT = ZERO
               PERFORM C55-NONE-LINE-PARA
           END-IF.
      *
      *
       B52-LATE-ENTRY-PARA.
           IF WS-NH-DAYS (WS-NH-SUB) NOT > WS-NH-DEADLINE (WS-NH-SUB)
               GO TO B52-LATE-ENTRY-PARA-EXIT
           END-IF.
           ADD 1 TO WS-LATE-COUNT.
           ADD 1 TO WS-SECTION-COUNT.
           PERFORM C50-DETAIL-LINE-PARA.
           IF WS-NH-STATUS (WS-NH-SUB) = "R"
               MOVE "REPORTED THIS RUN" TO WS-REMARK-OUT
           END-IF.
           MOVE 1 TO WS-SPACING.
           PERFORM C60-PRINT-PARA.
      *
       B52-LATE-ENTRY-PARA-EXIT.
           EXIT.
      *
      *
       B60-TOTAL-PARA.
           MOVE WS-MASTER-READ TO WS-CT-READ-OUT.
           MOVE WS-TERMINATED-COUNT TO WS-CT-TERMINATED-OUT.
           MOVE WS-NO-HIRE-DATE-COUNT TO WS-CT-NO-HIRE-DATE-OUT.
           MOVE WS-BEFORE-START-COUNT TO WS-CT-BEFORE-START-OUT.
           MOVE WS-PRIOR-REPORTED-COUNT TO WS-CT-PRIOR-REPORTED-OUT.
           WRITE NR-NH-REPORT-OUT FROM WS-CONTROL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE WS-REPORTED-COUNT TO WS-CT-REPORTED-OUT.
           MOVE WS-EXCEPTION-COUNT TO WS-CT-EXCEPTION-OUT.
           MOVE WS-LATE-COUNT TO WS-CT-LATE-OUT.
           MOVE WS-FILE-RECORD-COUNT TO WS-CT-FILE-RECORD-OUT.
           WRITE NR-NH-REPORT-OUT FROM WS-CONTROL-LINE-2
               AFTER ADVANCING 1 LINE.
      *
      *
       C10-HEADINGS-PARA.
           ADD 1 TO WS-PAGE-COUNTER.
           MOVE WS-PAGE-COUNTER TO WS-PAGE-OUT.
           WRITE NR-NH-REPORT-OUT FROM WS-HEADINGS-1
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-SPACING.
           WRITE NR-NH-REPORT-OUT FROM WS-HEADINGS-2
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           MOVE 2 TO WS-SPACING.
           WRITE NR-NH-REPORT-OUT FROM WS-HEADINGS-3
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           WRITE NR-NH-REPORT-OUT FROM COLUMN-HEADINGS-1
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
      *
      *
       C20-STATE-FIND-PARA.
           MOVE ZERO TO WS-SF-FOUND.
           PERFORM C22-STATE-SCAN-PARA
               VARYING WS-SF-SUB FROM 1 BY 1
               UNTIL WS-SF-SUB > WS-SF-COUNT.
      *
      *
       C22-STATE-SCAN-PARA.
           IF WS-SF-STATE (WS-SF-SUB) = WS-ROW-STATE
               MOVE WS-SF-SUB TO WS-SF-FOUND
           END-IF.
      *
      *
       C30-TABLE-ADD-PARA.
           IF WS-NH-COUNT >= 500
               DISPLAY "PROG16 ABEND - NEW HIRE TABLE FULL"
               PERFORM E10-ABORT-PARA
           END-IF.
           MOVE ZERO TO WS-NH-FOUND.
           PERFORM C32-TABLE-SCAN-PARA
               VARYING WS-NH-SUB FROM 1 BY 1
               UNTIL WS-NH-SUB > WS-NH-COUNT
                   OR WS-NH-FOUND > ZERO.
           IF WS-NH-FOUND = ZERO
               COMPUTE WS-NH-FOUND = WS-NH-COUNT + 1
           END-IF.
           ADD 1 TO WS-NH-COUNT.
           PERFORM C34-TABLE-SHIFT-PARA
               VARYING WS-NH-SUB FROM WS-NH-COUNT BY -1
               UNTIL WS-NH-SUB <= WS-NH-FOUND.

           MOVE WS-ROW-STATE TO WS-NH-STATE (WS-NH-FOUND).
           MOVE WS-ROW-STATUS TO WS-NH-STATUS (WS-NH-FOUND).
           MOVE WS-ROW-TYPE TO WS-NH-TYPE (WS-NH-FOUND).
           MOVE EM-SSN TO WS-NH-SSN (WS-NH-FOUND).
           MOVE EM-EMPLOYEE-NAME TO WS-NH-NAME (WS-NH-FOUND).
           MOVE EM-ADDRESS-LINE-1 TO WS-NH-ADDRESS-LINE-1 (WS-NH-FOUND).
           MOVE EM-ADDRESS-LINE-2 TO WS-NH-ADDRESS-LINE-2 (WS-NH-FOUND).
           MOVE EM-CITY TO WS-NH-CITY (WS-NH-FOUND).
           MOVE EM-ADDRESS-STATE TO WS-NH-ADDRESS-STATE (WS-NH-FOUND).
           MOVE EM-ZIP-CODE TO WS-NH-ZIP-CODE (WS-NH-FOUND).
           IF EM-BIRTH-DATE NUMERIC
               MOVE EM-BIRTH-DATE TO WS-NH-BIRTH-DATE (WS-NH-FOUND)
           ELSE
               MOVE ZERO TO WS-NH-BIRTH-DATE (WS-NH-FOUND)
           END-IF.
           MOVE WS-ROW-HIRE-DATE TO WS-NH-HIRE-DATE (WS-NH-FOUND).
           MOVE WS-ROW-HIRE-CCYYMMDD
               TO WS-NH-HIRE-CCYYMMDD (WS-NH-FOUND).
           MOVE WS-ROW-DAYS TO WS-NH-DAYS (WS-NH-FOUND).
           MOVE WS-SF-FOUND TO WS-NH-SF-FOUND (WS-NH-FOUND).
           IF WS-SF-FOUND > ZERO
               MOVE WS-SF-FORMAT (WS-SF-FOUND)
                   TO WS-NH-FORMAT (WS-NH-FOUND)
               MOVE WS-SF-DEADLINE (WS-SF-FOUND)
                   TO WS-NH-DEADLINE (WS-NH-FOUND)
           ELSE
               MOVE "F" TO WS-NH-FORMAT (WS-NH-FOUND)
               MOVE 20 TO WS-NH-DEADLINE (WS-NH-FOUND)
           END-IF.
           MOVE WS-ROW-REASON TO WS-NH-REASON (WS-NH-FOUND).
      *
      *
       C32-TABLE-SCAN-PARA.
           IF WS-NH-STATE (WS-NH-SUB) > WS-ROW-STATE
               MOVE WS-NH-SUB TO WS-NH-FOUND
           END-IF.
      *
      *
       C34-TABLE-SHIFT-PARA.
           MOVE WS-NH-ENTRY (WS-NH-SUB - 1) TO WS-NH-ENTRY (WS-NH-SUB).
      *
      *
       C40-HEADER-WRITE-PARA.
           IF WS-CUR-FORMAT = "C"
               MOVE SPACES TO NF-NH-STATE-RECORD-OUT
               MOVE 1 TO WS-CSV-POINTER
               STRING "H," DELIMITED BY SIZE
                      WS-CUR-STATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-FEIN DELIMITED BY SIZE
                      "," QUOTE DELIMITED BY SIZE
                      WS-EMPLOYER-NAME DELIMITED BY "  "
                      QUOTE "," QUOTE DELIMITED BY SIZE
                      WS-EMPLOYER-ADDRESS DELIMITED BY "  "
                      QUOTE "," QUOTE DELIMITED BY SIZE
                      WS-EMPLOYER-CITY DELIMITED BY "  "
                      QUOTE "," DELIMITED BY SIZE
                      WS-EMPLOYER-STATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-EMPLOYER-ZIP-CODE DELIMITED BY " "
                      "," DELIMITED BY SIZE
                      WS-RUN-CCYYMMDD DELIMITED BY SIZE
                   INTO NF-NH-STATE-RECORD-OUT
                   WITH POINTER WS-CSV-POINTER
               END-STRING
               WRITE NF-NH-STATE-RECORD-OUT
           ELSE
               MOVE WS-CUR-STATE TO NF-HD-STATE
               MOVE WS-FEIN TO NF-HD-FEIN
               MOVE WS-EMPLOYER-NAME TO NF-HD-EMPLOYER-NAME
               MOVE WS-EMPLOYER-ADDRESS TO NF-HD-ADDRESS
               MOVE WS-EMPLOYER-CITY TO NF-HD-CITY
               MOVE WS-EMPLOYER-STATE TO NF-HD-ADDRESS-STATE
               MOVE WS-EMPLOYER-ZIP-CODE TO NF-HD-ZIP-CODE
               MOVE WS-RUN-CCYYMMDD TO NF-HD-CREATION-DATE
               IF WS-CUR-SF-FOUND > ZERO
                   MOVE WS-SF-AGENCY (WS-CUR-SF-FOUND)
                       TO NF-HD-AGENCY-NAME
               ELSE
                   MOVE SPACES TO NF-HD-AGENCY-NAME
               END-IF
               WRITE NF-NH-STATE-RECORD-OUT FROM NF-HEADER-RECORD
           END-IF.
           ADD 1 TO WS-FILE-RECORD-COUNT.
      *
      *
       C42-DETAIL-WRITE-PARA.
           IF WS-CUR-FORMAT = "C"
               IF WS-NH-BIRTH-DATE (WS-NH-SUB) = ZERO
                   MOVE SPACES TO WS-CSV-BIRTH-DATE
               ELSE
                   MOVE WS-NH-BIRTH-DATE (WS-NH-SUB)
                       TO WS-CSV-BIRTH-DATE
               END-IF
               MOVE SPACES TO NF-NH-STATE-RECORD-OUT
               MOVE 1 TO WS-CSV-POINTER
               STRING "D," DELIMITED BY SIZE
                      WS-CUR-STATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-NH-SSN (WS-NH-SUB) DELIMITED BY SIZE
                      "," QUOTE DELIMITED BY SIZE
                      WS-NH-NAME (WS-NH-SUB) DELIMITED BY "  "
                      QUOTE "," QUOTE DELIMITED BY SIZE
                      WS-NH-ADDRESS-LINE-1 (WS-NH-SUB)
                          DELIMITED BY "  "
                      QUOTE "," QUOTE DELIMITED BY SIZE
                      WS-NH-ADDRESS-LINE-2 (WS-NH-SUB)
                          DELIMITED BY "  "
                      QUOTE "," QUOTE DELIMITED BY SIZE
                      WS-NH-CITY (WS-NH-SUB) DELIMITED BY "  "
                      QUOTE "," DELIMITED BY SIZE
                      WS-NH-ADDRESS-STATE (WS-NH-SUB)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-NH-ZIP-CODE (WS-NH-SUB) DELIMITED BY " "
                      "," DELIMITED BY SIZE
                      WS-NH-HIRE-CCYYMMDD (WS-NH-SUB)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CSV-BIRTH-DATE DELIMITED BY " "
                      "," DELIMITED BY SIZE
                      WS-NH-TYPE (WS-NH-SUB) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-FEIN DELIMITED BY SIZE
                   INTO NF-NH-STATE-RECORD-OUT
                   WITH POINTER WS-CSV-POINTER
               END-STRING
               WRITE NF-NH-STATE-RECORD-OUT
           ELSE
               MOVE WS-CUR-STATE TO NF-DT-STATE
               MOVE WS-NH-SSN (WS-NH-SUB) TO NF-DT-SSN
               MOVE WS-NH-NAME (WS-NH-SUB) TO NF-DT-EMPLOYEE-NAME
               MOVE WS-NH-ADDRESS-LINE-1 (WS-NH-SUB)
                   TO NF-DT-ADDRESS-LINE-1
               MOVE WS-NH-ADDRESS-LINE-2 (WS-NH-SUB)
                   TO NF-DT-ADDRESS-LINE-2
               MOVE WS-NH-CITY (WS-NH-SUB) TO NF-DT-CITY
               MOVE WS-NH-ADDRESS-STATE (WS-NH-SUB)
                   TO NF-DT-ADDRESS-STATE
               MOVE WS-NH-ZIP-CODE (WS-NH-SUB) TO NF-DT-ZIP-CODE
               MOVE WS-NH-HIRE-CCYYMMDD (WS-NH-SUB) TO NF-DT-HIRE-DATE
               MOVE WS-NH-BIRTH-DATE (WS-NH-SUB) TO NF-DT-BIRTH-DATE
               MOVE WS-NH-TYPE (WS-NH-SUB) TO NF-DT-HIRE-TYPE
               MOVE WS-FEIN TO NF-DT-FEIN
               WRITE NF-NH-STATE-RECORD-OUT FROM NF-DETAIL-RECORD
           END-IF.
           ADD 1 TO WS-FILE-RECORD-COUNT.
      *
      *
       C44-TRAILER-WRITE-PARA.
           IF WS-CUR-FORMAT = "C"
               MOVE WS-CUR-DETAIL-COUNT TO WS-CSV-COUNT
               MOVE SPACES TO NF-NH-STATE-RECORD-OUT
               MOVE 1 TO WS-CSV-POINTER
               STRING "T," DELIMITED BY SIZE
                      WS-CUR-STATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CSV-COUNT DELIMITED BY SIZE
                   INTO NF-NH-STATE-RECORD-OUT
                   WITH POINTER WS-CSV-POINTER
               END-STRING
               WRITE NF-NH-STATE-RECORD-OUT
           ELSE
               MOVE WS-CUR-STATE TO NF-TR-STATE
               MOVE WS-CUR-DETAIL-COUNT TO NF-TR-DETAIL-COUNT
               WRITE NF-NH-STATE-RECORD-OUT FROM NF-TRAILER-RECORD
           END-IF.
           ADD 1 TO WS-FILE-RECORD-COUNT.
      *
      *
       C50-DETAIL-LINE-PARA.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-NH-STATE (WS-NH-SUB) TO WS-STATE-OUT.
           MOVE WS-NH-SSN (WS-NH-SUB) (1:3) TO WS-SSN-THREE-OUT.
           MOVE "-" TO WS-SSN-DASH-1-OUT
                       WS-SSN-DASH-2-OUT.
           MOVE WS-NH-SSN (WS-NH-SUB) (4:2) TO WS-SSN-TWO-OUT.
           MOVE WS-NH-SSN (WS-NH-SUB) (6:4) TO WS-SSN-FOUR-OUT.
           MOVE WS-NH-NAME (WS-NH-SUB) TO WS-NAME-OUT.
           IF WS-NH-TYPE (WS-NH-SUB) = "R"
               MOVE "REHIRE" TO WS-TYPE-OUT
           ELSE
               MOVE "NEW" TO WS-TYPE-OUT
           END-IF.
           MOVE WS-NH-HIRE-DATE (WS-NH-SUB) TO WS-WORK-DATE.
           PERFORM D50-FORMAT-DATE-PARA.
           MOVE WS-DATE-EDIT TO WS-HIRE-DATE-OUT.
           MOVE WS-NH-DAYS (WS-NH-SUB) TO WS-DAYS-OUT.
           MOVE WS-NH-DEADLINE (WS-NH-SUB) TO WS-DEADLINE-OUT.
           IF WS-NH-FORMAT (WS-NH-SUB) = "C"
               MOVE "DELIMITED" TO WS-FORMAT-OUT
           ELSE
               MOVE "FIXED" TO WS-FORMAT-OUT
           END-IF.
           MOVE WS-NH-REASON (WS-NH-SUB) TO WS-REMARK-OUT.
      *
      *
       C55-NONE-LINE-PARA.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "*** NONE ***" TO WS-NAME-OUT.
           MOVE 2 TO WS-SPACING.
           PERFORM C60-PRINT-PARA.
      *
      *
       C60-PRINT-PARA.
           WRITE NR-NH-REPORT-OUT FROM WS-DETAIL-LINE
               AFTER ADVANCING WS-SPACING.
           ADD WS-SPACING TO WS-LINES-IN-USE.
           IF WS-LINES-IN-USE >= 60
               MOVE ZERO TO WS-LINES-IN-USE
               PERFORM C10-HEADINGS-PARA
           END-IF.
      *
      *
       D10-DAY-NUMBER-PARA.
           IF WS-WORK-YY < 50
               COMPUTE WS-WORK-CCYY = 2000 + WS-WORK-YY
           ELSE
               COMPUTE WS-WORK-CCYY = 1900 + WS-WORK-YY
           END-IF.
           COMPUTE WS-WORK-CCYYMMDD =
               (WS-WORK-CCYY * 10000) + (WS-WORK-MM * 100) + WS-WORK-DD.
           COMPUTE WS-WORK-PRIOR-CCYY = WS-WORK-CCYY - 1.
           DIVIDE WS-WORK-PRIOR-CCYY BY 4 GIVING WS-LEAP-DAYS.
           SUBTRACT 475 FROM WS-LEAP-DAYS.
           COMPUTE WS-DAY-NUMBER =
               ((WS-WORK-CCYY - 1900) * 365) + WS-LEAP-DAYS
                   + WS-CUM-DAYS (WS-WORK-MM) + WS-WORK-DD.
           DIVIDE WS-WORK-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO AND WS-WORK-MM > 2
               ADD 1 TO WS-DAY-NUMBER
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
           CLOSE NH-PARM-FILE-IN
               NH-STATE-FILE-IN
               EMPLOYEE-MASTER-FILE
               NH-TRACK-FILE
               NH-STATE-FILE-OUT
               NH-REPORT-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
