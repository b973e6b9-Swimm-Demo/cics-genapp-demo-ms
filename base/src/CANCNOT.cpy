      *----------------------------------------------------------------*
      * INSURED CANCELLATION NOTICE (CANNOT.DAT) -- ONE PER COMPANY-   *
      * INITIATED CANCELLATION, FOR THE PRINT-AND-MAIL VENDOR.  THE    *
      * MAIL DATE AND THE EFFECTIVE DATE TOGETHER ARE THE PROOF THE    *
      * STATE'S ADVANCE NOTICE WAS GIVEN: THE EFFECTIVE DATE IS NEVER  *
      * EARLIER THAN THE EARLIEST LEGAL DATE FOR THE STATE AND REASON. *
      *----------------------------------------------------------------*
       01  CANCEL-NOTICE-RECORD.
           05 CNO-MAIL-DATE            PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CNO-POLICY-NUM           PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 CNO-CUSTOMER-NUM         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 CNO-CUSTOMER-NAME        PIC X(50).
           05 FILLER                   PIC X VALUE SPACE.
           05 CNO-ADDRESS              PIC X(60).
           05 FILLER                   PIC X VALUE SPACE.
           05 CNO-STATE                PIC X(2).
           05 FILLER                   PIC X VALUE SPACE.
           05 CNO-REASON               PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 CNO-NOTICE-DAYS          PIC 9(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 CNO-REQUESTED-DATE       PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CNO-EARLIEST-DATE        PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CNO-EFFECTIVE-DATE       PIC 9(8).
