       01  YA-YTD-ARCHIVE-RECORD-OUT         PIC X(126).
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
       FD  YTD-NEW-FILE-OUT
               RECORD CONTAINS 126 CHARACTERS
