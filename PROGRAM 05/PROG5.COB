               ASSIGN TO CHKOUTI.
           SELECT OPTIONAL ISSUE-FILE-IN
               ASSIGN TO PROG3PPY.
           SELECT OPTIONAL OFFCYCLE-ISSUE-FILE-IN
               ASSIGN TO PROG10PPY.
           SELECT OPTIONAL BANK-PAID-FILE-IN
               ASSIGN TO BANKPAID.
           SELECT OUTSTANDING-CHECK-OUT
           05  PP-ISSUE-DATE-IN              PIC X(6).
           05  PP-PAYEE-IN                   PIC X(18).
           05  FILLER                        PIC X(26).
      *
       FD  OFFCYCLE-ISSUE-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS OP-POSITIVE-PAY-RECORD-IN.
      *
       01  OP-POSITIVE-PAY-RECORD-IN.
           05  OP-ACCOUNT-IN                 PIC X(10).
           05  OP-CHECK-NUMBER-IN            PIC 9(8).
           05  OP-AMOUNT-IN                  PIC 9(10)V99.
           05  OP-ISSUE-DATE-IN              PIC X(6).
           05  OP-PAYEE-IN                   PIC X(18).
           05  FILLER                        PIC X(26).
      *
       FD  BANK-PAID-FILE-IN
               RECORD CONTAINS 80 CHARACTERS
       01  WS-SWITCHES.
           05  WS-OI-EOF-SWITCH              PIC X(3).
           05  WS-PP-EOF-SWITCH              PIC X(3).
           05  WS-OP-EOF-SWITCH              PIC X(3).
           05  WS-BP-EOF-SWITCH              PIC X(3).
      *
       01  WS-CHECK-CONTROLS.
       A00-MAINLINE-PARA.
           OPEN INPUT OUTSTANDING-CHECK-IN
               INPUT ISSUE-FILE-IN
               INPUT OFFCYCLE-ISSUE-FILE-IN
               INPUT BANK-PAID-FILE-IN
               OUTPUT OUTSTANDING-CHECK-OUT
               OUTPUT RECON-REPORT-OUT.
               UNTIL WS-OI-EOF-SWITCH = "YES".
           PERFORM B17-ISSUE-LOAD-PARA THRU B17-ISSUE-LOAD-PARA-EXIT
               UNTIL WS-PP-EOF-SWITCH = "YES".
           PERFORM B18-OFFCYCLE-ISSUE-LOAD-PARA
               THRU B18-OFFCYCLE-ISSUE-LOAD-PARA-EXIT
               UNTIL WS-OP-EOF-SWITCH = "YES".
           PERFORM B20-PAID-MATCH-PARA THRU B20-PAID-MATCH-PARA-EXIT
               UNTIL WS-BP-EOF-SWITCH = "YES".
           PERFORM B30-AGING-PARA.
           PERFORM B40-TOTAL-PARA.
           CLOSE OUTSTANDING-CHECK-IN
               ISSUE-FILE-IN
               OFFCYCLE-ISSUE-FILE-IN
               BANK-PAID-FILE-IN
               OUTSTANDING-CHECK-OUT
               RECON-REPORT-OUT.
       B10-INIT-PARA.
           MOVE "NO" TO WS-OI-EOF-SWITCH.
           MOVE "NO" TO WS-PP-EOF-SWITCH.
           MOVE "NO" TO WS-OP-EOF-SWITCH.
           MOVE "NO" TO WS-BP-EOF-SWITCH.
           MOVE ZERO TO WS-OC-COUNT.
           MOVE ZEROS TO WS-LINES-IN-USE
       B17-ISSUE-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B18-OFFCYCLE-ISSUE-LOAD-PARA.
           READ OFFCYCLE-ISSUE-FILE-IN
               AT END
                   MOVE "YES" TO WS-OP-EOF-SWITCH
                   GO TO B18-OFFCYCLE-ISSUE-LOAD-PARA-EXIT
           END-READ.
           MOVE ZERO TO WS-OC-FOUND.
           PERFORM C22-OFFCYCLE-SCAN-PARA
               VARYING WS-OC-SUB FROM 1 BY 1
               UNTIL WS-OC-SUB > WS-OC-COUNT
               OR WS-OC-FOUND > ZERO.
           IF WS-OC-FOUND > ZERO
               GO TO B18-OFFCYCLE-ISSUE-LOAD-PARA-EXIT
           END-IF.
           IF WS-OC-COUNT >= 2000
               DISPLAY "PROG5 ABEND - CHECK TABLE FULL"
               PERFORM E10-ABORT-PARA
           END-IF.
           ADD 1 TO WS-OC-COUNT.
           ADD 1 TO WS-ISSUE-COUNT.
           MOVE OP-CHECK-NUMBER-IN TO WS-OC-NUMBER (WS-OC-COUNT).
           MOVE OP-PAYEE-IN TO WS-OC-PAYEE (WS-OC-COUNT).
           MOVE OP-AMOUNT-IN TO WS-OC-AMOUNT (WS-OC-COUNT).
           MOVE OP-ISSUE-DATE-IN TO WS-OC-ISSUE-DATE (WS-OC-COUNT).
           MOVE "O" TO WS-OC-STATUS (WS-OC-COUNT).
           MOVE SPACES TO WS-OC-PAID-DATE (WS-OC-COUNT).
      *
       B18-OFFCYCLE-ISSUE-LOAD-PARA-EXIT.
           EXIT.
      *
      *
       B20-PAID-MATCH-PARA.
           READ BANK-PAID-FILE-IN
               MOVE WS-OC-SUB TO WS-OC-FOUND
           END-IF.
      *
      *
       C22-OFFCYCLE-SCAN-PARA.
           IF WS-OC-NUMBER (WS-OC-SUB) = OP-CHECK-NUMBER-IN
               MOVE WS-OC-SUB TO WS-OC-FOUND
           END-IF.
      *
      *
       C25-PAID-SCAN-PARA.
           IF WS-OC-NUMBER (WS-OC-SUB) = BP-CHECK-NUMBER-IN
       E10-ABORT-PARA.
           CLOSE OUTSTANDING-CHECK-IN
               ISSUE-FILE-IN
               OFFCYCLE-ISSUE-FILE-IN
               BANK-PAID-FILE-IN
               OUTSTANDING-CHECK-OUT
               RECON-REPORT-OUT.
