               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN.
           SELECT OPTIONAL RATE-HISTORY-FILE
               ASSIGN TO RATEHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-RATE-KEY.
           SELECT DEPARTMENT-FILE-IN
               ASSIGN TO DEPTTBL.
           SELECT MAINT-AUDIT-OUT
               ASSIGN TO PROG1-OUT.
      *
       FILE SECTION.
      *
       FD  MAINT-TRANS-FILE-IN
               RECORD CONTAINS 200 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MT-MAINT-TRANS-RECORD-IN.
      *
           05  MT-BANK-ACCOUNT-IN            PIC X(17).
           05  MT-WORK-STATE-IN              PIC X(2).
           05  MT-PAYMENT-METHOD-IN          PIC X(1).
           05  MT-RATE-EFF-DATE-IN           PIC 9(6).
           05  MT-RATE-EFF-DATES-IN REDEFINES MT-RATE-EFF-DATE-IN.
               10  MT-RATE-EFF-YY-IN         PIC 9(2).
               10  MT-RATE-EFF-MM-IN         PIC 9(2).
               10  MT-RATE-EFF-DD-IN         PIC 9(2).
           05  MT-WC-CLASS-IN                PIC X(4).
           05  MT-DEPARTMENT-IN              PIC X(3).
           05  FILLER                        PIC X(2).
           05  MT-ADDRESS-LINE-1-IN          PIC X(30).
           05  MT-ADDRESS-LINE-2-IN          PIC X(30).
           05  MT-CITY-IN                    PIC X(20).
           05  MT-ADDRESS-STATE-IN           PIC X(2).
           05  MT-ZIP-CODE-IN.
               10  MT-ZIP-FIVE-IN            PIC X(5).
               10  MT-ZIP-PLUS-FOUR-IN       PIC X(4).
           05  MT-HIRE-DATE-IN               PIC 9(6).
           05  MT-REHIRE-DATE-IN             PIC 9(6).
           05  MT-TERM-DATE-IN               PIC 9(6).
           05  MT-BIRTH-DATE-IN              PIC 9(8).
           05  MT-BIRTH-DATES-IN REDEFINES MT-BIRTH-DATE-IN.
               10  MT-BIRTH-CC-IN            PIC 9(2).
               10  MT-BIRTH-YYMMDD-IN        PIC 9(6).
           05  FILLER                        PIC X(3).
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
       FD  MAINT-AUDIT-OUT
               RECORD CONTAINS 132 CHARACTERS
           05  WS-ADD-COUNT                  PIC 9(5).
           05  WS-CHANGE-COUNT               PIC 9(5).
           05  WS-TERM-COUNT                 PIC 9(5).
           05  WS-REHIRE-COUNT               PIC 9(5).
           05  WS-REJECT-COUNT               PIC 9(5).
      *
       01  WS-PAGE-LAYOUT.
               10  WS-DAY-IN                 PIC 9(2).
      *
       01  WS-RATE-DISPLAY                   PIC 99.99.
      *
       01  WS-DATE-EDIT-FIELDS.
           05  WS-DE-DATE                    PIC X(6).
           05  WS-DE-DATES REDEFINES WS-DE-DATE.
               10  WS-DE-YY                  PIC 9(2).
               10  WS-DE-MM                  PIC 9(2).
               10  WS-DE-DD                  PIC 9(2).
           05  WS-DE-VALID-SWITCH            PIC X(3).
           05  WS-TERM-DATE                  PIC 9(6).
      *
       01  WS-DEPARTMENT-CONTROLS.
           05  WS-DP-EOF-SWITCH              PIC X(3).
           05  WS-DP-COUNT                   PIC 9(3)   COMP.
           05  WS-DP-SUB                     PIC 9(3)   COMP.
           05  WS-DP-FOUND                   PIC 9(3)   COMP.
      *
       01  WS-DEPARTMENT-TABLE.
           05  WS-DP-ENTRY OCCURS 100 TIMES.
               10  WS-DP-CODE                PIC X(3).
      *
       01  WS-RATE-HISTORY-FIELDS.
           05  WS-RUN-DATE                   PIC 9(6).
           05  WS-RATE-EFFECTIVE-DATE        PIC 9(6).
      *
       01  WS-OLD-VALUES.
           05  WS-OLD-NAME                   PIC X(18).
           05  WS-OLD-BANK-ACCOUNT           PIC X(17).
           05  WS-OLD-WORK-STATE             PIC X(2).
           05  WS-OLD-PAYMENT-METHOD         PIC X(1).
           05  WS-OLD-WC-CLASS               PIC X(4).
           05  WS-OLD-DEPARTMENT             PIC X(3).
           05  WS-OLD-ADDRESS-LINE-1         PIC X(30).
           05  WS-OLD-ADDRESS-LINE-2         PIC X(30).
           05  WS-OLD-CITY                   PIC X(20).
           05  WS-OLD-ADDRESS-STATE          PIC X(2).
           05  WS-OLD-ZIP-CODE               PIC X(9).
           05  WS-OLD-HIRE-DATE              PIC X(6).
           05  WS-OLD-REHIRE-DATE            PIC X(6).
           05  WS-OLD-BIRTH-DATE             PIC X(8).
      *
       01  WS-HEADINGS-1.
           05  WS-DATE-1.
           05  FILLER                        PIC X(5) VALUE "FIELD".
           05  FILLER                        PIC X(11) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "OLD VALUE".
           05  FILLER                        PIC X(22) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "NEW VALUE".
           05  FILLER                        PIC X(51) VALUE SPACES.
      *
       01  WS-AUDIT-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-AU-FIELD-OUT               PIC X(14).
           05  FILLER                        PIC X(2) VALUE SPACES.
           05  WS-AU-OLD-OUT                 PIC X(30).
           05  FILLER                        PIC X(1) VALUE SPACES.
           05  WS-AU-NEW-OUT                 PIC X(30).
           05  FILLER                        PIC X(29) VALUE SPACES.
      *
       01  WS-ERROR-LINE.
           05  FILLER                        PIC X(1) VALUE SPACES.
               "TERMINATED:".
           05  WS-TERM-COUNT-OUT             PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(8) VALUE "REHIRED:".
           05  WS-REHIRE-COUNT-OUT           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(3) VALUE SPACES.
           05  FILLER                        PIC X(9) VALUE "REJECTED:".
           05  WS-REJECT-COUNT-OUT           PIC ZZ,ZZ9.
           05  FILLER                        PIC X(27) VALUE SPACES.
      *
      *
      *
       A00-MAINLINE-PARA.
           OPEN INPUT MAINT-TRANS-FILE-IN
               I-O EMPLOYEE-MASTER-FILE
               I-O RATE-HISTORY-FILE
               OUTPUT MAINT-AUDIT-OUT.
           PERFORM B10-INIT-PARA.
           READ MAINT-TRANS-FILE-IN
           PERFORM B30-TOTAL-PARA.
           CLOSE MAINT-TRANS-FILE-IN
               EMPLOYEE-MASTER-FILE
               RATE-HISTORY-FILE
               MAINT-AUDIT-OUT.
           STOP RUN.
      *
                         WS-ADD-COUNT
                         WS-CHANGE-COUNT
                         WS-TERM-COUNT
                         WS-REHIRE-COUNT
                         WS-REJECT-COUNT.
           ACCEPT WS-DATE-ACCEPT FROM DATE.
           MOVE WS-MONTH-IN TO WS-MONTH.
           MOVE WS-DAY-IN TO WS-DAY.
           MOVE WS-YEAR-IN TO WS-YEAR.
           MOVE WS-DATE-ACCEPT TO WS-RUN-DATE.

           MOVE "NO" TO WS-DP-EOF-SWITCH.
           MOVE ZERO TO WS-DP-COUNT.
           OPEN INPUT DEPARTMENT-FILE-IN.
           PERFORM B12-DEPT-LOAD-PARA THRU B12-DEPT-LOAD-PARA-EXIT
               UNTIL WS-DP-EOF-SWITCH = "YES".
           CLOSE DEPARTMENT-FILE-IN.

           PERFORM C10-HEADINGS-PARA.
      *
      *
       B12-DEPT-LOAD-PARA.
           READ DEPARTMENT-FILE-IN
               AT END
                   MOVE "YES" TO WS-DP-EOF-SWITCH
                   GO TO B12-DEPT-LOAD-PARA-EXIT
           END-READ.
           IF DP-DEPARTMENT-IN = SPACES
               GO TO B12-DEPT-LOAD-PARA-EXIT
           END-IF.
           IF WS-DP-COUNT >= 100
               DISPLAY "PROG1 - DEPARTMENT TABLE FULL - "
                   DP-DEPARTMENT-IN " IGNORED"
               GO TO B12-DEPT-LOAD-PARA-EXIT
           END-IF.
           ADD 1 TO WS-DP-COUNT.
           MOVE DP-DEPARTMENT-IN TO WS-DP-CODE (WS-DP-COUNT).
      *
       B12-DEPT-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B11-DEMOGRAPHIC-EDIT-PARA.
           IF MT-ZIP-PLUS-FOUR-IN NOT = SPACES AND
                   MT-ZIP-PLUS-FOUR-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID ZIP CODE" TO WS-ERROR-MESSAGE
               GO TO B11-DEMOGRAPHIC-EDIT-PARA-EXIT
           END-IF.

           IF MT-REHIRE-DATE-IN NOT = SPACES
               MOVE MT-REHIRE-DATE-IN TO WS-DE-DATE
               PERFORM B13-DATE-EDIT-PARA
               IF WS-DE-VALID-SWITCH = "NO"
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID REHIRE DATE" TO WS-ERROR-MESSAGE
                   GO TO B11-DEMOGRAPHIC-EDIT-PARA-EXIT
               END-IF
           END-IF.

           IF MT-BIRTH-DATE-IN NOT = SPACES
               MOVE MT-BIRTH-YYMMDD-IN TO WS-DE-DATE
               PERFORM B13-DATE-EDIT-PARA
               IF WS-DE-VALID-SWITCH = "NO" OR
                       (MT-BIRTH-CC-IN NOT = 19 AND
                           MT-BIRTH-CC-IN NOT = 20)
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID BIRTH DATE" TO WS-ERROR-MESSAGE
                   GO TO B11-DEMOGRAPHIC-EDIT-PARA-EXIT
               END-IF
           END-IF.
      *
       B11-DEMOGRAPHIC-EDIT-PARA-EXIT.
           EXIT.
      *
      *
       B13-DATE-EDIT-PARA.
           MOVE "YES" TO WS-DE-VALID-SWITCH.
           IF WS-DE-DATE NOT NUMERIC
               MOVE "NO" TO WS-DE-VALID-SWITCH
           ELSE IF WS-DE-MM < 01 OR WS-DE-MM > 12 OR
                   WS-DE-DD < 01 OR WS-DE-DD > 31
                   MOVE "NO" TO WS-DE-VALID-SWITCH
           END-IF.
      *
      *
       B14-TERM-EDIT-PARA.
           IF MT-TERM-DATE-IN = SPACES
               MOVE WS-RUN-DATE TO WS-TERM-DATE
           ELSE
               MOVE MT-TERM-DATE-IN TO WS-DE-DATE
               PERFORM B13-DATE-EDIT-PARA
               IF WS-DE-VALID-SWITCH = "NO"
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID TERM DATE" TO WS-ERROR-MESSAGE
               ELSE
                   MOVE MT-TERM-DATE-IN TO WS-TERM-DATE
               END-IF
           END-IF.
      *
      *
       B15-EDIT-PARA.
           MOVE "YES" TO WS-VALID-SWITCH.
           END-IF.

           IF MT-ACTION-CODE-IN = "T"
               PERFORM B14-TERM-EDIT-PARA
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

               MOVE "INVALID PAYMENT METHOD" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF MT-WC-CLASS-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID WC CLASS CODE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF MT-DEPARTMENT-IN = SPACES
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "DEPARTMENT REQUIRED" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           PERFORM B18-DEPT-LOOKUP-PARA.
           IF WS-DP-FOUND = ZERO
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "DEPARTMENT NOT ON TABLE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF MT-ADDRESS-LINE-1-IN = SPACES OR
                   MT-CITY-IN = SPACES OR
                   MT-ADDRESS-STATE-IN = SPACES
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "HOME ADDRESS REQUIRED" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF MT-ZIP-FIVE-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID ZIP CODE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           MOVE MT-HIRE-DATE-IN TO WS-DE-DATE.
           PERFORM B13-DATE-EDIT-PARA.
           IF WS-DE-VALID-SWITCH = "NO"
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID HIRE DATE" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           IF MT-TERM-DATE-IN NOT = SPACES
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "TERM DATE NOT ALLOWED ON ADD" TO WS-ERROR-MESSAGE
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           PERFORM B11-DEMOGRAPHIC-EDIT-PARA
               THRU B11-DEMOGRAPHIC-EDIT-PARA-EXIT.
           IF WS-VALID-SWITCH = "NO"
               GO TO B15-EDIT-PARA-EXIT
           END-IF.

           PERFORM B17-EFF-DATE-EDIT-PARA.
      *
       B15-EDIT-PARA-EXIT.
           EXIT.
               MOVE "INVALID PAYMENT METHOD" TO WS-ERROR-MESSAGE
               GO TO B16-CHANGE-EDIT-PARA-EXIT
           END-IF.

           IF MT-WC-CLASS-IN NOT = SPACES AND
                   MT-WC-CLASS-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID WC CLASS CODE" TO WS-ERROR-MESSAGE
               GO TO B16-CHANGE-EDIT-PARA-EXIT
           END-IF.

           IF MT-DEPARTMENT-IN NOT = SPACES
               PERFORM B18-DEPT-LOOKUP-PARA
               IF WS-DP-FOUND = ZERO
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "DEPARTMENT NOT ON TABLE" TO WS-ERROR-MESSAGE
                   GO TO B16-CHANGE-EDIT-PARA-EXIT
               END-IF
           END-IF.

           IF MT-ZIP-FIVE-IN NOT = SPACES AND
                   MT-ZIP-FIVE-IN NOT NUMERIC
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "INVALID ZIP CODE" TO WS-ERROR-MESSAGE
               GO TO B16-CHANGE-EDIT-PARA-EXIT
           END-IF.

           IF MT-HIRE-DATE-IN NOT = SPACES
               MOVE MT-HIRE-DATE-IN TO WS-DE-DATE
               PERFORM B13-DATE-EDIT-PARA
               IF WS-DE-VALID-SWITCH = "NO"
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID HIRE DATE" TO WS-ERROR-MESSAGE
                   GO TO B16-CHANGE-EDIT-PARA-EXIT
               END-IF
           END-IF.

           IF MT-TERM-DATE-IN NOT = SPACES
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "USE T TRANSACTION TO TERMINATE" TO WS-ERROR-MESSAGE
               GO TO B16-CHANGE-EDIT-PARA-EXIT
           END-IF.

           PERFORM B11-DEMOGRAPHIC-EDIT-PARA
               THRU B11-DEMOGRAPHIC-EDIT-PARA-EXIT.
           IF WS-VALID-SWITCH = "NO"
               GO TO B16-CHANGE-EDIT-PARA-EXIT
           END-IF.

           IF MT-RATE-EFF-DATE-IN NOT = SPACES AND
                   (MT-RATE-IN NOT NUMERIC OR MT-RATE-IN = ZERO)
               MOVE "NO" TO WS-VALID-SWITCH
               MOVE "EFFECTIVE DATE WITHOUT RATE" TO WS-ERROR-MESSAGE
               GO TO B16-CHANGE-EDIT-PARA-EXIT
           END-IF.

           PERFORM B17-EFF-DATE-EDIT-PARA.
      *
       B16-CHANGE-EDIT-PARA-EXIT.
           EXIT.
      *
      *
       B17-EFF-DATE-EDIT-PARA.
           IF MT-RATE-EFF-DATE-IN NOT = SPACES
               IF MT-RATE-EFF-DATE-IN NOT NUMERIC
                   MOVE "NO" TO WS-VALID-SWITCH
                   MOVE "INVALID RATE EFFECTIVE DATE"
                       TO WS-ERROR-MESSAGE
               ELSE IF MT-RATE-EFF-MM-IN < 01 OR
                       MT-RATE-EFF-MM-IN > 12 OR
                       MT-RATE-EFF-DD-IN < 01 OR
                       MT-RATE-EFF-DD-IN > 31
                       MOVE "NO" TO WS-VALID-SWITCH
                       MOVE "INVALID RATE EFFECTIVE DATE"
                           TO WS-ERROR-MESSAGE
               END-IF
           END-IF.
      *
      *
       B18-DEPT-LOOKUP-PARA.
           MOVE ZERO TO WS-DP-FOUND.
           PERFORM B19-DEPT-SCAN-PARA
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-COUNT
                   OR WS-DP-FOUND > ZERO.
      *
      *
       B19-DEPT-SCAN-PARA.
           IF WS-DP-CODE (WS-DP-SUB) = MT-DEPARTMENT-IN
               MOVE WS-DP-SUB TO WS-DP-FOUND
           END-IF.
      *
      *
       B20-PROCESS-PARA.
           PERFORM B15-EDIT-PARA THRU B15-EDIT-PARA-EXIT.
           MOVE WS-ADD-COUNT TO WS-ADD-COUNT-OUT.
           MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-OUT.
           MOVE WS-TERM-COUNT TO WS-TERM-COUNT-OUT.
           MOVE WS-REHIRE-COUNT TO WS-REHIRE-COUNT-OUT.
           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-OUT.
           WRITE MA-MAINT-AUDIT-OUT FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE MT-BANK-ACCOUNT-IN TO EM-BANK-ACCOUNT.
           MOVE MT-WORK-STATE-IN TO EM-WORK-STATE.
           MOVE MT-PAYMENT-METHOD-IN TO EM-PAYMENT-METHOD.
           MOVE MT-WC-CLASS-IN TO EM-WC-CLASS.
           MOVE MT-DEPARTMENT-IN TO EM-DEPARTMENT.
           MOVE MT-ADDRESS-LINE-1-IN TO EM-ADDRESS-LINE-1.
           MOVE MT-ADDRESS-LINE-2-IN TO EM-ADDRESS-LINE-2.
           MOVE MT-CITY-IN TO EM-CITY.
           MOVE MT-ADDRESS-STATE-IN TO EM-ADDRESS-STATE.
           MOVE MT-ZIP-CODE-IN TO EM-ZIP-CODE.
           MOVE MT-HIRE-DATE-IN TO EM-HIRE-DATE.
           IF MT-REHIRE-DATE-IN = SPACES
               MOVE ZERO TO EM-REHIRE-DATE
           ELSE
               MOVE MT-REHIRE-DATE-IN TO EM-REHIRE-DATE
           END-IF.
           MOVE ZERO TO EM-TERM-DATE.
           IF MT-BIRTH-DATE-IN = SPACES
               MOVE ZERO TO EM-BIRTH-DATE
           ELSE
               MOVE MT-BIRTH-DATE-IN TO EM-BIRTH-DATE
           END-IF.
           MOVE "A" TO EM-EMPLOYEE-STATUS.
           IF MT-PAYMENT-METHOD-IN = "D" AND
                   MT-BANK-ROUTING-IN NOT = SPACES AND
           MOVE SPACES TO WS-AU-OLD-OUT.
           MOVE MT-EMPLOYEE-NAME-IN TO WS-AU-NEW-OUT.
           PERFORM C80-AUDIT-WRITE-PARA.
           MOVE "HIRE DATE" TO WS-AU-FIELD-OUT.
           MOVE MT-HIRE-DATE-IN TO WS-AU-NEW-OUT.
           PERFORM C80-AUDIT-WRITE-PARA.
           MOVE ZERO TO WS-OLD-RATE.
           PERFORM C55-RATE-HISTORY-PARA
               THRU C55-RATE-HISTORY-PARA-EXIT.
      *
       C40-ADD-PARA-EXIT.
           EXIT.
           MOVE EM-BANK-ACCOUNT TO WS-OLD-BANK-ACCOUNT.
           MOVE EM-WORK-STATE TO WS-OLD-WORK-STATE.
           MOVE EM-PAYMENT-METHOD TO WS-OLD-PAYMENT-METHOD.
           MOVE EM-WC-CLASS TO WS-OLD-WC-CLASS.
           MOVE EM-DEPARTMENT TO WS-OLD-DEPARTMENT.
           MOVE EM-ADDRESS-LINE-1 TO WS-OLD-ADDRESS-LINE-1.
           MOVE EM-ADDRESS-LINE-2 TO WS-OLD-ADDRESS-LINE-2.
           MOVE EM-CITY TO WS-OLD-CITY.
           MOVE EM-ADDRESS-STATE TO WS-OLD-ADDRESS-STATE.
           MOVE EM-ZIP-CODE TO WS-OLD-ZIP-CODE.
           MOVE EM-HIRE-DATE TO WS-OLD-HIRE-DATE.
           MOVE EM-REHIRE-DATE TO WS-OLD-REHIRE-DATE.
           MOVE EM-BIRTH-DATE TO WS-OLD-BIRTH-DATE.
           PERFORM C70-AUDIT-SETUP-PARA.

           IF MT-EMPLOYEE-NAME-IN NOT = SPACES
               MOVE MT-RATE-IN TO WS-RATE-DISPLAY
               MOVE WS-RATE-DISPLAY TO WS-AU-NEW-OUT
               PERFORM C80-AUDIT-WRITE-PARA
               PERFORM C55-RATE-HISTORY-PARA
                   THRU C55-RATE-HISTORY-PARA-EXIT
               IF WS-RATE-EFFECTIVE-DATE NOT > WS-RUN-DATE
                   MOVE MT-RATE-IN TO EM-RATE
               END-IF
           END-IF.

           IF MT-FILING-STATUS-IN NOT = SPACES
           IF MT-EXEMPTIONS-IN NUMERIC
               MOVE "EXEMPTIONS" TO WS-AU-FIELD-OUT
               MOVE WS-OLD-EXEMPTIONS TO WS-AU-OLD-OUT (1:2)
               MOVE SPACES TO WS-AU-OLD-OUT (3:28)
               MOVE MT-EXEMPTIONS-IN TO WS-AU-NEW-OUT (1:2)
               MOVE SPACES TO WS-AU-NEW-OUT (3:28)
               PERFORM C80-AUDIT-WRITE-PARA
               MOVE MT-EXEMPTIONS-IN TO EM-EXEMPTIONS
           END-IF.
               MOVE MT-PAYMENT-METHOD-IN TO EM-PAYMENT-METHOD
           END-IF.

           IF MT-WC-CLASS-IN NOT = SPACES
               MOVE "WC CLASS" TO WS-AU-FIELD-OUT
               MOVE WS-OLD-WC-CLASS TO WS-AU-OLD-OUT
               MOVE MT-WC-CLASS-IN TO WS-AU-NEW-OUT
               PERFORM C80-AUDIT-WRITE-PARA
               MOVE MT-WC-CLASS-IN TO EM-WC-CLASS
           END-IF.

           IF MT-DEPARTMENT-IN NOT = SPACES
               MOVE "DEPARTMENT" TO WS-AU-FIELD-OUT
               MOVE WS-OLD-DEPARTMENT TO WS-AU-OLD-OUT
               MOVE MT-DEPARTMENT-IN TO WS-AU-NEW-OUT
               PERFORM C80-AUDIT-WRITE-PARA
               MOVE MT-DEPARTMENT-IN TO EM-DEPARTMENT
           END-IF.

           PERFORM C52-ADDRESS-CHANGE-PARA.

           IF MT-HIRE-DATE-IN NOT = SPACES
               MOVE "HIRE DATE" TO WS-AU-FIELD-OUT
               MOVE WS-OLD-HIRE-DATE TO WS-AU-OLD-OUT
               MOVE MT-HIRE-DATE-IN TO WS-AU-NEW-OUT
               PERFORM C80-AUDIT-WRITE-PARA
               MOVE MT-HIRE-DATE-IN TO EM-HIRE-DATE
           END-IF.

           IF MT-BIRTH-DATE-IN NOT = SPACES
               MOVE "BIRTH DATE" TO WS-AU-FIELD-OUT
               MOVE WS-OLD-BIRTH-DATE TO WS-AU-OLD-OUT
               MOVE MT-BIRTH-DATE-IN TO WS-AU-NEW-OUT
               PERFORM C80-AUDIT-WRITE-PARA
               MOVE MT-BIRTH-DATE-IN TO EM-BIRTH-DATE
           END-IF.

           IF MT-REHIRE-DATE-IN NOT = SPACES
               PERFORM C54-REHIRE-PARA
           END-IF.

           REWRITE EM-EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   MOVE "NO" TO WS-VALID-SWITCH
       C50-CHANGE-PARA-EXIT.
           EXIT.
      *
      *
       C52-ADDRESS-CHANGE-PARA.
           IF MT-ADDRESS-LINE-1-IN NOT = SPACES
               MOVE "ADDRESS LINE 1" TO WS-AU-FIELD-OUT
               MOVE WS-OLD-ADDRESS-LINE-1 TO WS-AU-OLD-OUT
               MOVE MT-ADDRESS-LINE-1-IN TO WS-AU-NEW-OUT
               PERFORM C80-AUDIT-WRITE-PARA
               MOVE MT-ADDRESS-LINE-1-IN TO EM-ADDRESS-LINE-1
               MOVE MT-ADDRESS-LINE-2-IN TO EM-ADDRESS-LINE-2
               IF MT-ADDRESS-LINE-2-IN NOT = WS-OLD-ADDRESS-LINE-2
                   MOVE "ADDRESS LINE 2" TO WS-AU-FIELD-OUT
                   MOVE WS-OLD-ADDRESS-LINE-2 TO WS-AU-OLD-OUT
                   MOVE MT-ADDRESS-LINE-2-IN TO WS-AU-NEW-OUT
                   PERFORM C80-AUDIT-WRITE-PARA
               END-IF
           END-IF.

           IF MT-CITY-IN NOT = SPACES
               MOVE "CITY" TO WS-AU-FIELD-OUT
               MOVE WS-OLD-CITY TO WS-AU-OLD-OUT
               MOVE MT-CITY-IN TO WS-AU-NEW-OUT
               PERFORM C80-AUDIT-WRITE-PARA
               MOVE MT-CITY-IN TO EM-CITY
           END-IF.

           IF MT-ADDRESS-STATE-IN NOT = SPACES
               MOVE "ADDRESS STATE" TO WS-AU-FIELD-OUT
               MOVE WS-OLD-ADDRESS-STATE TO WS-AU-OLD-OUT
               MOVE MT-ADDRESS-STATE-IN TO WS-AU-NEW-OUT
               PERFORM C80-AUDIT-WRITE-PARA
               MOVE MT-ADDRESS-STATE-IN TO EM-ADDRESS-STATE
           END-IF.

           IF MT-ZIP-FIVE-IN NOT = SPACES
               MOVE "ZIP CODE" TO WS-AU-FIELD-OUT
               MOVE WS-OLD-ZIP-CODE TO WS-AU-OLD-OUT
               MOVE MT-ZIP-CODE-IN TO WS-AU-NEW-OUT
               PERFORM C80-AUDIT-WRITE-PARA
               MOVE MT-ZIP-CODE-IN TO EM-ZIP-CODE
           END-IF.
      *
      *
       C54-REHIRE-PARA.
           MOVE "REHIRE DATE" TO WS-AU-FIELD-OUT.
           MOVE WS-OLD-REHIRE-DATE TO WS-AU-OLD-OUT.
           MOVE MT-REHIRE-DATE-IN TO WS-AU-NEW-OUT.
           PERFORM C80-AUDIT-WRITE-PARA.
           MOVE MT-REHIRE-DATE-IN TO EM-REHIRE-DATE.
           IF EM-EMPLOYEE-STATUS = "T"
               MOVE "STATUS" TO WS-AU-FIELD-OUT
               MOVE "T" TO WS-AU-OLD-OUT
               MOVE "A" TO WS-AU-NEW-OUT
               PERFORM C80-AUDIT-WRITE-PARA
               MOVE "TERM DATE" TO WS-AU-FIELD-OUT
               MOVE EM-TERM-DATE TO WS-AU-OLD-OUT
               MOVE SPACES TO WS-AU-NEW-OUT
               PERFORM C80-AUDIT-WRITE-PARA
               MOVE "A" TO EM-EMPLOYEE-STATUS
               MOVE ZERO TO EM-TERM-DATE
               ADD 1 TO WS-REHIRE-COUNT
           END-IF.
      *
      *
       C55-RATE-HISTORY-PARA.
           IF MT-RATE-EFF-DATE-IN NUMERIC AND
                   MT-RATE-EFF-DATE-IN > ZERO
               MOVE MT-RATE-EFF-DATE-IN TO WS-RATE-EFFECTIVE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-RATE-EFFECTIVE-DATE
           END-IF.
           MOVE SPACES TO RH-RATE-HISTORY-RECORD.
           MOVE MT-SSN-IN TO RH-SSN.
           MOVE WS-RATE-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE.
           MOVE MT-RATE-IN TO RH-RATE.
           MOVE WS-OLD-RATE TO RH-PRIOR-RATE.
           MOVE WS-RUN-DATE TO RH-ENTRY-DATE.
           MOVE ZERO TO RH-RETRO-DATE.
           MOVE "RATE EFFECTIVE" TO WS-AU-FIELD-OUT.
           MOVE SPACES TO WS-AU-OLD-OUT.
           MOVE WS-RATE-EFFECTIVE-DATE TO WS-AU-NEW-OUT.
           IF MT-ACTION-CODE-IN = "C"
               IF WS-RATE-EFFECTIVE-DATE < WS-RUN-DATE
                   MOVE "P" TO RH-RETRO-STATUS
                   MOVE "RETRO PENDING" TO WS-AU-OLD-OUT
               ELSE IF WS-RATE-EFFECTIVE-DATE > WS-RUN-DATE
                       MOVE "FUTURE DATED" TO WS-AU-OLD-OUT
               END-IF
           END-IF.
           PERFORM C80-AUDIT-WRITE-PARA.
           WRITE RH-RATE-HISTORY-RECORD
               INVALID KEY
                   REWRITE RH-RATE-HISTORY-RECORD
                       INVALID KEY
                           MOVE "NO" TO WS-VALID-SWITCH
                           MOVE "RATE HISTORY WRITE FAILED"
                               TO WS-ERROR-MESSAGE
                           PERFORM C30-ERROR-PARA
                   END-REWRITE
           END-WRITE.
      *
       C55-RATE-HISTORY-PARA-EXIT.
           EXIT.
      *
      *
       C60-TERMINATE-PARA.
           MOVE MT-SSN-IN TO EM-SSN.
           MOVE EM-EMPLOYEE-STATUS TO WS-AU-OLD-OUT.
           MOVE "T" TO WS-AU-NEW-OUT.
           PERFORM C80-AUDIT-WRITE-PARA.
           MOVE "TERM DATE" TO WS-AU-FIELD-OUT.
           IF EM-TERM-DATE NUMERIC AND EM-TERM-DATE > ZERO
               MOVE EM-TERM-DATE TO WS-AU-OLD-OUT
           ELSE
               MOVE SPACES TO WS-AU-OLD-OUT
           END-IF.
           MOVE WS-TERM-DATE TO WS-AU-NEW-OUT.
           PERFORM C80-AUDIT-WRITE-PARA.
           MOVE "T" TO EM-EMPLOYEE-STATUS.
           MOVE WS-TERM-DATE TO EM-TERM-DATE.
           REWRITE EM-EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   MOVE "NO" TO WS-VALID-SWITCH
