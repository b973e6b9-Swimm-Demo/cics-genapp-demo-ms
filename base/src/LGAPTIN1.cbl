       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPTIN1.
      *================================================================*
      * PROGRAM: LGAPTIN1 - YEAR-END 1099 INFORMATION REPORTING       *
      * PURPOSE: RUN IN JANUARY FOR THE TAX YEAR JUST CLOSED.  TOTALS *
      *          THE REPORTABLE PAYMENT LEDGER (TAXPAY.DAT) -- CLAIM  *
      *          PAYMENTS TO NAMED PAYEES, AGENCY COMMISSION PAYABLES *
      *          AND CONTINGENT BONUS -- BY TAXPAYER AND BOX, USING   *
      *          THE PAYEE TAX MASTER TO CROSS-REFERENCE AGENCY CODES *
      *          AND CLAIM PAYEE NAMES TO A TIN.  PAYEES AT OR OVER   *
      *          THE REPORTING THRESHOLD (OR UNDER BACKUP WITHHOLDING)*
      *          ARE WRITTEN TO THE IRS ELECTRONIC FILING FILE IN THE *
      *          750-BYTE T/A/B/C/F LAYOUT AND GET A RECIPIENT        *
      *          STATEMENT; PAYMENTS THAT CANNOT BE TIED TO A TIN ARE *
      *          LISTED ON THE CONTROL REPORT FOR ACCOUNTING TO CHASE.*
      * AUTHOR:  LGAP DEVELOPMENT TEAM                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Accounting-maintained: TIN, legal name, address and
      *    backup-withholding flag per agency code / claim payee.
           SELECT TAX-PAYEE-FILE ASSIGN TO 'TAXPAYEE.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TXP-STAT.

           SELECT TAX-LEDGER-FILE ASSIGN TO 'TAXPAY.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TXL-STAT.

           SELECT CONFIG-FILE ASSIGN TO 'CONFIG.DAT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONFIG-KEY
                  FILE STATUS IS WS-CONFIG-STAT.

      *    The electronic filing transmitted to the IRS.
           SELECT IRS-FILE ASSIGN TO 'IRS1099.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IRS-STAT.

      *    Recipient copies, one statement per payee and form.
           SELECT STATEMENT-FILE ASSIGN TO 'TAX1099S.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STM-STAT.

           SELECT REPORT-FILE ASSIGN TO 'TAX1099R.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STAT.

      *    One-line machine-readable run status for the operations
      *    dashboard -- common to the whole batch suite.
           SELECT RUN-STATUS-FILE ASSIGN TO 'RUNSTAT.DAT'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STAT.

       DATA DIVISION.

       FILE SECTION.
       FD  TAX-PAYEE-FILE.
           COPY TAXPAYEE.

       FD  TAX-LEDGER-FILE.
           COPY TAXLEDG.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05 CONFIG-KEY               PIC X(20).
           05 CONFIG-VALUE             PIC X(100).
           05 CONFIG-TYPE              PIC X(1).
              88 NUMERIC-CONFIG        VALUE 'N'.
              88 TEXT-CONFIG           VALUE 'T'.
              88 DATE-CONFIG           VALUE 'D'.

      *----------------------------------------------------------------*
      * IRS ELECTRONIC FILING RECORDS -- 750 BYTES EACH: ONE T         *
      * (TRANSMITTER), THEN PER FORM TYPE AN A (PAYER), THE B RECORDS  *
      * (ONE PER PAYEE) AND A C (END OF PAYER), AND A CLOSING F.       *
      * EVERY RECORD IS SEQUENCE-NUMBERED IN FILE ORDER.               *
      *----------------------------------------------------------------*
       FD  IRS-FILE.
       01  IRS-T-RECORD.
           05 IRT-RECORD-TYPE          PIC X(1).
           05 IRT-PAYMENT-YEAR         PIC 9(4).
           05 IRT-PRIOR-YEAR-IND       PIC X(1).
           05 IRT-TRANSMITTER-TIN      PIC X(9).
           05 IRT-TCC                  PIC X(5).
           05 FILLER                   PIC X(7).
           05 IRT-TEST-FILE-IND        PIC X(1).
           05 IRT-FOREIGN-IND          PIC X(1).
           05 IRT-TRANSMITTER-NAME     PIC X(80).
           05 IRT-COMPANY-NAME         PIC X(80).
           05 IRT-COMPANY-ADDRESS      PIC X(40).
           05 IRT-COMPANY-CITY         PIC X(40).
           05 IRT-COMPANY-STATE        PIC X(2).
           05 IRT-COMPANY-ZIP          PIC X(9).
           05 FILLER                   PIC X(15).
           05 IRT-TOTAL-PAYEES         PIC 9(8).
           05 IRT-CONTACT-NAME         PIC X(40).
           05 IRT-CONTACT-PHONE        PIC X(15).
           05 IRT-CONTACT-EMAIL        PIC X(50).
           05 FILLER                   PIC X(91).
           05 IRT-SEQUENCE-NUM         PIC 9(8).
           05 FILLER                   PIC X(10).
           05 IRT-VENDOR-IND           PIC X(1).
           05 FILLER                   PIC X(232).

       01  IRS-A-RECORD.
           05 IRA-RECORD-TYPE          PIC X(1).
           05 IRA-PAYMENT-YEAR         PIC 9(4).
           05 IRA-COMBINED-FS-IND      PIC X(1).
           05 FILLER                   PIC X(5).
           05 IRA-PAYER-TIN            PIC X(9).
           05 IRA-NAME-CONTROL         PIC X(4).
           05 IRA-LAST-FILING-IND      PIC X(1).
           05 IRA-TYPE-OF-RETURN       PIC X(2).
           05 IRA-AMOUNT-CODES         PIC X(18).
           05 FILLER                   PIC X(6).
           05 IRA-FOREIGN-IND          PIC X(1).
           05 IRA-PAYER-NAME           PIC X(40).
           05 IRA-PAYER-NAME-2         PIC X(40).
           05 IRA-TRANSFER-AGENT-IND   PIC X(1).
           05 IRA-PAYER-ADDRESS        PIC X(40).
           05 IRA-PAYER-CITY           PIC X(40).
           05 IRA-PAYER-STATE          PIC X(2).
           05 IRA-PAYER-ZIP            PIC X(9).
           05 IRA-PAYER-PHONE          PIC X(15).
           05 FILLER                   PIC X(260).
           05 IRA-SEQUENCE-NUM         PIC 9(8).
           05 FILLER                   PIC X(243).

       01  IRS-B-RECORD.
           05 IRB-RECORD-TYPE          PIC X(1).
           05 IRB-PAYMENT-YEAR         PIC 9(4).
           05 IRB-CORRECTED-IND        PIC X(1).
           05 IRB-NAME-CONTROL         PIC X(4).
           05 IRB-TIN-TYPE             PIC X(1).
           05 IRB-PAYEE-TIN            PIC X(9).
           05 IRB-ACCOUNT-NUM          PIC X(20).
           05 IRB-OFFICE-CODE          PIC X(4).
           05 FILLER                   PIC X(10).
      *    Payment amounts 1-9, A-H, J in amount-code order.
           05 IRB-PAYMENT-AMT          PIC 9(10)V99 OCCURS 18 TIMES.
           05 FILLER                   PIC X(16).
           05 IRB-FOREIGN-IND          PIC X(1).
           05 IRB-PAYEE-NAME           PIC X(40).
           05 IRB-PAYEE-NAME-2         PIC X(40).
           05 FILLER                   PIC X(40).
           05 IRB-PAYEE-ADDRESS        PIC X(40).
           05 FILLER                   PIC X(40).
           05 IRB-PAYEE-CITY           PIC X(40).
           05 IRB-PAYEE-STATE          PIC X(2).
           05 IRB-PAYEE-ZIP            PIC X(9).
           05 FILLER                   PIC X(1).
           05 IRB-SEQUENCE-NUM         PIC 9(8).
           05 FILLER                   PIC X(203).

       01  IRS-C-RECORD.
           05 IRC-RECORD-TYPE          PIC X(1).
           05 IRC-NUMBER-OF-PAYEES     PIC 9(8).
           05 FILLER                   PIC X(6).
           05 IRC-CONTROL-TOTAL        PIC 9(16)V99 OCCURS 18 TIMES.
           05 FILLER                   PIC X(160).
           05 IRC-SEQUENCE-NUM         PIC 9(8).
           05 FILLER                   PIC X(243).

       01  IRS-F-RECORD.
           05 IRF-RECORD-TYPE          PIC X(1).
           05 IRF-NUMBER-OF-A-RECS     PIC 9(8).
           05 IRF-ZERO                 PIC 9(21).
           05 FILLER                   PIC X(469).
           05 IRF-SEQUENCE-NUM         PIC 9(8).
           05 FILLER                   PIC X(243).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(133).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(133).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.

       01  WS-RST-STAT                 PIC X(2).
           88 RUN-STATUS-OK            VALUE '00'.
       01  WS-RST-RUN-DATE             PIC 9(8).

       01  WS-TXP-STAT                 PIC X(2).
           88 TAX-PAYEE-OK             VALUE '00'.
           88 TAX-PAYEE-EOF            VALUE '10'.

       01  WS-TXL-STAT                 PIC X(2).
           88 TAX-LEDGER-OK            VALUE '00'.
           88 TAX-LEDGER-EOF           VALUE '10'.

       01  WS-CONFIG-STAT              PIC X(2).
           88 CONFIG-OK                VALUE '00'.

       01  WS-IRS-STAT                 PIC X(2).
           88 IRS-FILE-OK              VALUE '00'.

       01  WS-STM-STAT                 PIC X(2).
           88 STATEMENT-OK             VALUE '00'.

       01  WS-RPT-STAT                 PIC X(2).
           88 REPORT-OK                VALUE '00'.

       01  WS-DATE-TIME.
           05 WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-DATE-X REDEFINES WS-DATE-TIME.
           05 WS-CUR-YYYY              PIC 9(4).
           05 WS-CUR-MM                PIC 99.
           05 WS-CUR-DD                PIC 99.

      *----------------------------------------------------------------*
      * PAYER / TRANSMITTER IDENTITY AND REPORTING CONTROLS FROM       *
      * CONFIG.DAT.  THE TAX YEAR DEFAULTS TO THE YEAR BEFORE THE RUN  *
      * DATE; TAX_TEST_FILE = T MARKS THE FILING AS A TEST FILE.       *
      *----------------------------------------------------------------*
       01  WS-TAX-CONTROLS.
           05 WS-TAX-YEAR              PIC 9(4).
           05 WS-TAX-THRESHOLD         PIC 9(7)V99 VALUE 600.00.
           05 WS-TAX-PAYER-TIN         PIC X(9) VALUE SPACES.
           05 WS-TAX-PAYER-NAME        PIC X(40) VALUE SPACES.
           05 WS-TAX-PAYER-ADDRESS     PIC X(40) VALUE SPACES.
           05 WS-TAX-PAYER-CITY        PIC X(40) VALUE SPACES.
           05 WS-TAX-PAYER-STATE       PIC X(2) VALUE SPACES.
           05 WS-TAX-PAYER-ZIP         PIC X(9) VALUE SPACES.
           05 WS-TAX-PAYER-PHONE       PIC X(15) VALUE SPACES.
           05 WS-TAX-TCC               PIC X(5) VALUE SPACES.
           05 WS-TAX-CONTACT-NAME      PIC X(40) VALUE SPACES.
           05 WS-TAX-CONTACT-EMAIL     PIC X(50) VALUE SPACES.
           05 WS-TAX-TEST-IND          PIC X(1) VALUE SPACE.

      *----------------------------------------------------------------*
      * PAYEE TAX MASTER, LOADED ONCE.                                 *
      *----------------------------------------------------------------*
       01  WS-PAYEE-TABLE.
           05 WS-PAY-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-PAY-ENTRY             OCCURS 3000 TIMES
                                       INDEXED BY PAY-IDX.
              10 WS-PAY-XREF-TYPE      PIC X(1).
              10 WS-PAY-XREF-KEY       PIC X(40).
              10 WS-PAY-TIN            PIC X(9).
              10 WS-PAY-TIN-TYPE       PIC X(1).
              10 WS-PAY-LEGAL-NAME     PIC X(40).
              10 WS-PAY-ADDRESS        PIC X(40).
              10 WS-PAY-CITY           PIC X(30).
              10 WS-PAY-STATE          PIC X(2).
              10 WS-PAY-ZIP            PIC X(9).
              10 WS-PAY-BACKUP-IND     PIC X(1).
              10 WS-PAY-CLAIM-FORM     PIC X(4).
              10 WS-PAY-CLAIM-BOX      PIC 9(2).

       01  WS-PAY-MATCH-IDX            PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------*
      * RECIPIENT TOTALS -- ONE ENTRY PER TIN AND FORM, WITH THE YEAR  *
      * SPREAD OVER THE EIGHTEEN PAYMENT-AMOUNT SLOTS OF THE B RECORD. *
      *----------------------------------------------------------------*
       01  WS-RECIPIENT-TABLE.
           05 WS-RCP-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-RCP-ENTRY             OCCURS 3000 TIMES
                                       INDEXED BY RCP-IDX.
              10 WS-RCP-TIN            PIC X(9).
              10 WS-RCP-FORM-SUB       PIC 9.
              10 WS-RCP-PAYEE-IDX      PIC 9(4).
              10 WS-RCP-BACKUP-IND     PIC X(1).
              10 WS-RCP-REPORT-IND     PIC X(1).
                 88 RCP-REPORTABLE     VALUE 'Y'.
              10 WS-RCP-TOTAL          PIC S9(11)V99.
              10 WS-RCP-AMT            PIC S9(10)V99 OCCURS 18 TIMES.

       01  WS-RCP-MATCH-IDX            PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------*
      * PAYMENTS NOT TIED TO A TIN -- NO MASTER ROW FOR THE AGENCY OR  *
      * PAYEE NAME, OR A ROW WITHOUT A VALID NINE-DIGIT TIN.           *
      *----------------------------------------------------------------*
       01  WS-MISSING-TABLE.
           05 WS-MIS-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-MIS-ENTRY             OCCURS 2000 TIMES
                                       INDEXED BY MIS-IDX.
              10 WS-MIS-XREF-TYPE      PIC X(1).
              10 WS-MIS-XREF-KEY       PIC X(40).
              10 WS-MIS-REASON         PIC X(16).
              10 WS-MIS-PAYMENT-CNT    PIC 9(5).
              10 WS-MIS-TOTAL          PIC S9(11)V99.

       01  WS-MIS-MATCH-IDX            PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------*
      * FORM TYPES FILED -- 1 = 1099-NEC (COMMISSIONS, BONUS AND       *
      * CONTRACTOR CLAIM PAYEES), 2 = 1099-MISC (OTHER CLAIM PAYEES).  *
      *----------------------------------------------------------------*
       01  WS-FORM-TABLE.
           05 WS-FORM-ENTRY            OCCURS 2 TIMES.
              10 WS-FORM-CODE          PIC X(4).
              10 WS-FORM-RETURN-TYPE   PIC X(2).
              10 WS-FORM-TITLE         PIC X(9).
              10 WS-FORM-PAYEE-CNT     PIC 9(8).
              10 WS-FORM-TOTAL         PIC S9(13)V99.
              10 WS-FORM-SLOT-TOTAL    PIC 9(16)V99 OCCURS 18 TIMES.

       01  WS-FORM-SUB                 PIC 9.
       01  WS-SLOT                     PIC 99.
       01  WS-BOX                      PIC 99.

      *    Payment-amount code for each B-record slot.
       01  WS-SLOT-CODES               PIC X(18)
                                       VALUE '123456789ABCDEFGHJ'.

      *    1099-MISC box captions by box number.
       01  WS-MISC-BOX-CAPTIONS.
           05 FILLER                   PIC X(34)
                    VALUE 'RENTS'.
           05 FILLER                   PIC X(34)
                    VALUE 'ROYALTIES'.
           05 FILLER                   PIC X(34)
                    VALUE 'OTHER INCOME'.
           05 FILLER                   PIC X(34)
                    VALUE 'FEDERAL INCOME TAX WITHHELD'.
           05 FILLER                   PIC X(34)
                    VALUE 'FISHING BOAT PROCEEDS'.
           05 FILLER                   PIC X(34)
                    VALUE 'MEDICAL AND HEALTH CARE PAYMENTS'.
           05 FILLER                   PIC X(34)
                    VALUE 'DIRECT SALES INDICATOR'.
           05 FILLER                   PIC X(34)
                    VALUE 'SUBSTITUTE PAYMENTS'.
           05 FILLER                   PIC X(34)
                    VALUE 'CROP INSURANCE PROCEEDS'.
           05 FILLER                   PIC X(34)
                    VALUE 'GROSS PROCEEDS PAID TO AN ATTORNEY'.
           05 FILLER                   PIC X(34)
                    VALUE 'FISH PURCHASED FOR RESALE'.
       01  WS-MISC-BOX-TABLE REDEFINES WS-MISC-BOX-CAPTIONS.
           05 WS-MISC-BOX-CAPTION      PIC X(34) OCCURS 11 TIMES.

       01  WS-LEDGER-WORK.
           05 WS-LEDGER-YEAR           PIC 9(4).
           05 WS-LEDGER-XREF-TYPE      PIC X(1).
           05 WS-MISSING-REASON        PIC X(16).
           05 WS-AMOUNT-CODES          PIC X(18).
           05 WS-CODE-POS              PIC 99.
           05 WS-SEQUENCE-NUM          PIC 9(8) VALUE ZERO.
           05 WS-A-RECORD-CNT          PIC 9(8) VALUE ZERO.
           05 WS-MASKED-TIN            PIC X(9).

       01  WS-COUNTERS.
           05 WS-PAYEE-REC-CNT         PIC 9(6) VALUE ZERO.
           05 WS-LEDGER-REC-CNT        PIC 9(7) VALUE ZERO.
           05 WS-LEDGER-YEAR-CNT       PIC 9(7) VALUE ZERO.
           05 WS-BELOW-THRESHOLD-CNT   PIC 9(6) VALUE ZERO.
           05 WS-BACKUP-CNT            PIC 9(6) VALUE ZERO.
           05 WS-STATEMENT-CNT         PIC 9(6) VALUE ZERO.
           05 WS-REPORTED-TOTAL        PIC S9(13)V99 VALUE ZERO.
           05 WS-MISSING-TOTAL         PIC S9(13)V99 VALUE ZERO.

       01  WS-TABLE-FULL-IND           PIC X VALUE 'N'.
           88 TABLE-OVERFLOWED         VALUE 'Y'.

       01  WS-AMT-DISPLAY              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CNT-DISPLAY              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       P100-MAIN.
           PERFORM P200-INIT
           PERFORM P300-LOAD-PAYEES THRU P300-EXIT
           PERFORM P400-TOTAL-LEDGER THRU P400-EXIT
           PERFORM P500-SELECT-REPORTABLE
           PERFORM P600-WRITE-IRS-FILE THRU P600-EXIT
           PERFORM P700-WRITE-STATEMENTS THRU P700-EXIT
           PERFORM P800-WRITE-CONTROL-REPORT THRU P800-EXIT
           PERFORM P990-WRITE-RUN-STATUS THRU P990-EXIT
           STOP RUN.

       P200-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TAX-YEAR = WS-CUR-YYYY - 1
           PERFORM P210-READ-CONFIG
           INITIALIZE WS-FORM-TABLE
           MOVE 'NEC ' TO WS-FORM-CODE (1)
           MOVE 'NE' TO WS-FORM-RETURN-TYPE (1)
           MOVE '1099-NEC' TO WS-FORM-TITLE (1)
           MOVE 'MISC' TO WS-FORM-CODE (2)
           MOVE 'A ' TO WS-FORM-RETURN-TYPE (2)
           MOVE '1099-MISC' TO WS-FORM-TITLE (2).

       P210-READ-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-OK
               MOVE 'TAX_1099_YEAR' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO WS-TAX-YEAR
               END-IF
               MOVE 'TAX_1099_THRESHOLD' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND NUMERIC-CONFIG
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                        TO WS-TAX-THRESHOLD
               END-IF
               MOVE 'TAX_PAYER_TIN' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:9) TO WS-TAX-PAYER-TIN
               END-IF
               MOVE 'TAX_PAYER_NAME' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:40) TO WS-TAX-PAYER-NAME
               END-IF
               MOVE 'TAX_PAYER_ADDRESS' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:40) TO WS-TAX-PAYER-ADDRESS
               END-IF
               MOVE 'TAX_PAYER_CITY' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:40) TO WS-TAX-PAYER-CITY
               END-IF
               MOVE 'TAX_PAYER_STATE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:2) TO WS-TAX-PAYER-STATE
               END-IF
               MOVE 'TAX_PAYER_ZIP' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:9) TO WS-TAX-PAYER-ZIP
               END-IF
               MOVE 'TAX_PAYER_PHONE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:15) TO WS-TAX-PAYER-PHONE
               END-IF
               MOVE 'TAX_TCC' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:5) TO WS-TAX-TCC
               END-IF
               MOVE 'TAX_CONTACT_NAME' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:40) TO WS-TAX-CONTACT-NAME
               END-IF
               MOVE 'TAX_CONTACT_EMAIL' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:50) TO WS-TAX-CONTACT-EMAIL
               END-IF
               MOVE 'TAX_TEST_FILE' TO CONFIG-KEY
               READ CONFIG-FILE
               IF CONFIG-OK AND TEXT-CONFIG
                   MOVE CONFIG-VALUE (1:1) TO WS-TAX-TEST-IND
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * LOAD THE PAYEE TAX MASTER.  WITHOUT IT EVERY PAYMENT LANDS ON  *
      * THE MISSING-TIN LIST, SO THE RUN CARRIES ON AND WARNS.         *
      *----------------------------------------------------------------*
       P300-LOAD-PAYEES.
           OPEN INPUT TAX-PAYEE-FILE
           IF NOT TAX-PAYEE-OK
               DISPLAY 'Warning: Payee tax master unavailable: '
                       WS-TXP-STAT ' - no payment can be reported'
               MOVE 4 TO RETURN-CODE
               GO TO P300-EXIT
           END-IF
           PERFORM P310-READ-PAYEE
           PERFORM UNTIL TAX-PAYEE-EOF
               PERFORM P320-STORE-PAYEE
               PERFORM P310-READ-PAYEE
           END-PERFORM
           CLOSE TAX-PAYEE-FILE.

       P300-EXIT.
           EXIT.

       P310-READ-PAYEE.
           READ TAX-PAYEE-FILE
           END-READ.

       P320-STORE-PAYEE.
           ADD 1 TO WS-PAYEE-REC-CNT
           IF WS-PAY-COUNT >= 3000
               MOVE 'Y' TO WS-TABLE-FULL-IND
           ELSE
               ADD 1 TO WS-PAY-COUNT
               SET PAY-IDX TO WS-PAY-COUNT
               MOVE TXP-XREF-TYPE TO WS-PAY-XREF-TYPE (PAY-IDX)
               MOVE TXP-XREF-KEY TO WS-PAY-XREF-KEY (PAY-IDX)
               MOVE TXP-TIN TO WS-PAY-TIN (PAY-IDX)
               MOVE TXP-TIN-TYPE TO WS-PAY-TIN-TYPE (PAY-IDX)
               MOVE TXP-LEGAL-NAME TO WS-PAY-LEGAL-NAME (PAY-IDX)
               MOVE TXP-ADDRESS TO WS-PAY-ADDRESS (PAY-IDX)
               MOVE TXP-CITY TO WS-PAY-CITY (PAY-IDX)
               MOVE TXP-STATE TO WS-PAY-STATE (PAY-IDX)
               MOVE TXP-ZIP TO WS-PAY-ZIP (PAY-IDX)
               MOVE TXP-BACKUP-WH-IND TO WS-PAY-BACKUP-IND (PAY-IDX)
               MOVE TXP-CLAIM-FORM TO WS-PAY-CLAIM-FORM (PAY-IDX)
               IF TXP-CLAIM-BOX NUMERIC
                   MOVE TXP-CLAIM-BOX TO WS-PAY-CLAIM-BOX (PAY-IDX)
               ELSE
                   MOVE ZERO TO WS-PAY-CLAIM-BOX (PAY-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * TOTAL THE TAX YEAR'S LEDGER ENTRIES BY TIN, FORM AND BOX.      *
      *----------------------------------------------------------------*
       P400-TOTAL-LEDGER.
           OPEN INPUT TAX-LEDGER-FILE
           IF NOT TAX-LEDGER-OK
               DISPLAY 'Warning: 1099 payment ledger unavailable: '
                       WS-TXL-STAT
               MOVE 4 TO RETURN-CODE
               GO TO P400-EXIT
           END-IF
           PERFORM P410-READ-LEDGER
           PERFORM UNTIL TAX-LEDGER-EOF
               PERFORM P420-POST-LEDGER THRU P420-EXIT
               PERFORM P410-READ-LEDGER
           END-PERFORM
           CLOSE TAX-LEDGER-FILE.

       P400-EXIT.
           EXIT.

       P410-READ-LEDGER.
           READ TAX-LEDGER-FILE
           END-READ.

       P420-POST-LEDGER.
           ADD 1 TO WS-LEDGER-REC-CNT
           IF TXL-PAY-DATE NOT NUMERIC OR TXL-AMOUNT NOT NUMERIC
               GO TO P420-EXIT
           END-IF
           COMPUTE WS-LEDGER-YEAR = TXL-PAY-DATE / 10000
           IF WS-LEDGER-YEAR NOT = WS-TAX-YEAR
               GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-LEDGER-YEAR-CNT

           IF TXL-CLAIM-PAYMENT
               MOVE 'C' TO WS-LEDGER-XREF-TYPE
           ELSE
               MOVE 'A' TO WS-LEDGER-XREF-TYPE
           END-IF
           MOVE ZERO TO WS-PAY-MATCH-IDX
           PERFORM P430-CHECK-PAYEE
                   VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > WS-PAY-COUNT
                      OR WS-PAY-MATCH-IDX > ZERO

           IF WS-PAY-MATCH-IDX = ZERO
               MOVE 'NO PAYEE MASTER' TO WS-MISSING-REASON
               PERFORM P450-NOTE-MISSING
               GO TO P420-EXIT
           END-IF
           SET PAY-IDX TO WS-PAY-MATCH-IDX
           IF WS-PAY-TIN (PAY-IDX) NOT NUMERIC
               MOVE 'TIN MISSING' TO WS-MISSING-REASON
               PERFORM P450-NOTE-MISSING
               GO TO P420-EXIT
           END-IF

      *    Agency money is nonemployee compensation; a claim payee
      *    goes in the form and box the master names for it.
           IF WS-LEDGER-XREF-TYPE = 'A'
               MOVE 1 TO WS-FORM-SUB
               MOVE 1 TO WS-BOX
           ELSE
               IF WS-PAY-CLAIM-FORM (PAY-IDX) = 'NEC '
                   MOVE 1 TO WS-FORM-SUB
                   MOVE 1 TO WS-BOX
               ELSE
                   MOVE 2 TO WS-FORM-SUB
                   MOVE WS-PAY-CLAIM-BOX (PAY-IDX) TO WS-BOX
                   IF WS-BOX = ZERO OR WS-BOX = 4 OR WS-BOX = 7 OR
                      WS-BOX > 11
                       MOVE 3 TO WS-BOX
                   END-IF
               END-IF
           END-IF
           MOVE WS-BOX TO WS-SLOT

           PERFORM P440-FIND-RECIPIENT
           IF WS-RCP-MATCH-IDX = ZERO
               GO TO P420-EXIT
           END-IF
           SET RCP-IDX TO WS-RCP-MATCH-IDX
           ADD TXL-AMOUNT TO WS-RCP-AMT (RCP-IDX, WS-SLOT)
           ADD TXL-AMOUNT TO WS-RCP-TOTAL (RCP-IDX).

       P420-EXIT.
           EXIT.

       P430-CHECK-PAYEE.
           IF WS-PAY-XREF-TYPE (PAY-IDX) = WS-LEDGER-XREF-TYPE AND
              WS-PAY-XREF-KEY (PAY-IDX) = TXL-PAYEE-KEY
               SET WS-PAY-MATCH-IDX TO PAY-IDX
           END-IF.

      *    One recipient per TIN and form -- the first master row for
      *    the TIN supplies the name and address reported.
       P440-FIND-RECIPIENT.
           MOVE ZERO TO WS-RCP-MATCH-IDX
           PERFORM P441-CHECK-RECIPIENT
                   VARYING RCP-IDX FROM 1 BY 1
                   UNTIL RCP-IDX > WS-RCP-COUNT
                      OR WS-RCP-MATCH-IDX > ZERO
           IF WS-RCP-MATCH-IDX = ZERO
               IF WS-RCP-COUNT >= 3000
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               ELSE
                   ADD 1 TO WS-RCP-COUNT
                   MOVE WS-RCP-COUNT TO WS-RCP-MATCH-IDX
                   SET RCP-IDX TO WS-RCP-COUNT
                   INITIALIZE WS-RCP-ENTRY (RCP-IDX)
                   MOVE WS-PAY-TIN (PAY-IDX) TO WS-RCP-TIN (RCP-IDX)
                   MOVE WS-FORM-SUB TO WS-RCP-FORM-SUB (RCP-IDX)
                   SET WS-RCP-PAYEE-IDX (RCP-IDX) TO PAY-IDX
                   MOVE 'N' TO WS-RCP-BACKUP-IND (RCP-IDX)
               END-IF
           END-IF
           IF WS-RCP-MATCH-IDX > ZERO
               SET RCP-IDX TO WS-RCP-MATCH-IDX
               IF WS-PAY-BACKUP-IND (PAY-IDX) = 'Y'
                   MOVE 'Y' TO WS-RCP-BACKUP-IND (RCP-IDX)
               END-IF
           END-IF.

       P441-CHECK-RECIPIENT.
           IF WS-RCP-TIN (RCP-IDX) = WS-PAY-TIN (PAY-IDX) AND
              WS-RCP-FORM-SUB (RCP-IDX) = WS-FORM-SUB
               SET WS-RCP-MATCH-IDX TO RCP-IDX
           END-IF.

       P450-NOTE-MISSING.
           ADD TXL-AMOUNT TO WS-MISSING-TOTAL
           MOVE ZERO TO WS-MIS-MATCH-IDX
           PERFORM P451-CHECK-MISSING
                   VARYING MIS-IDX FROM 1 BY 1
                   UNTIL MIS-IDX > WS-MIS-COUNT
                      OR WS-MIS-MATCH-IDX > ZERO
           IF WS-MIS-MATCH-IDX = ZERO
               IF WS-MIS-COUNT >= 2000
                   MOVE 'Y' TO WS-TABLE-FULL-IND
               ELSE
                   ADD 1 TO WS-MIS-COUNT
                   MOVE WS-MIS-COUNT TO WS-MIS-MATCH-IDX
                   SET MIS-IDX TO WS-MIS-COUNT
                   MOVE WS-LEDGER-XREF-TYPE
                        TO WS-MIS-XREF-TYPE (MIS-IDX)
                   MOVE TXL-PAYEE-KEY TO WS-MIS-XREF-KEY (MIS-IDX)
                   MOVE WS-MISSING-REASON TO WS-MIS-REASON (MIS-IDX)
                   MOVE ZERO TO WS-MIS-PAYMENT-CNT (MIS-IDX)
                   MOVE ZERO TO WS-MIS-TOTAL (MIS-IDX)
               END-IF
           END-IF
           IF WS-MIS-MATCH-IDX > ZERO
               SET MIS-IDX TO WS-MIS-MATCH-IDX
               ADD 1 TO WS-MIS-PAYMENT-CNT (MIS-IDX)
               ADD TXL-AMOUNT TO WS-MIS-TOTAL (MIS-IDX)
           END-IF.

       P451-CHECK-MISSING.
           IF WS-MIS-XREF-TYPE (MIS-IDX) = WS-LEDGER-XREF-TYPE AND
              WS-MIS-XREF-KEY (MIS-IDX) = TXL-PAYEE-KEY
               SET WS-MIS-MATCH-IDX TO MIS-IDX
           END-IF.

      *----------------------------------------------------------------*
      * A RECIPIENT IS REPORTED WHEN THE YEAR REACHES THE THRESHOLD,   *
      * OR AT ANY POSITIVE AMOUNT WHEN THE PAYEE IS UNDER BACKUP       *
      * WITHHOLDING.  REPORTED AMOUNTS ROLL UP INTO THE PAYER TOTALS   *
      * FOR THE A AND C RECORDS.                                       *
      *----------------------------------------------------------------*
       P500-SELECT-REPORTABLE.
           PERFORM P510-SELECT-RECIPIENT
                   VARYING RCP-IDX FROM 1 BY 1
                   UNTIL RCP-IDX > WS-RCP-COUNT.

       P510-SELECT-RECIPIENT.
           MOVE 'N' TO WS-RCP-REPORT-IND (RCP-IDX)
           IF WS-RCP-TOTAL (RCP-IDX) >= WS-TAX-THRESHOLD OR
              (WS-RCP-BACKUP-IND (RCP-IDX) = 'Y' AND
               WS-RCP-TOTAL (RCP-IDX) > ZERO)
               MOVE 'Y' TO WS-RCP-REPORT-IND (RCP-IDX)
               MOVE WS-RCP-FORM-SUB (RCP-IDX) TO WS-FORM-SUB
               ADD 1 TO WS-FORM-PAYEE-CNT (WS-FORM-SUB)
               ADD WS-RCP-TOTAL (RCP-IDX)
                   TO WS-FORM-TOTAL (WS-FORM-SUB)
               ADD WS-RCP-TOTAL (RCP-IDX) TO WS-REPORTED-TOTAL
               IF WS-RCP-BACKUP-IND (RCP-IDX) = 'Y'
                   ADD 1 TO WS-BACKUP-CNT
               END-IF
               PERFORM P511-ADD-FORM-SLOT
                       VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > 18
           ELSE
               ADD 1 TO WS-BELOW-THRESHOLD-CNT
           END-IF.

       P511-ADD-FORM-SLOT.
           IF WS-RCP-AMT (RCP-IDX, WS-SLOT) > ZERO
               ADD WS-RCP-AMT (RCP-IDX, WS-SLOT)
                   TO WS-FORM-SLOT-TOTAL (WS-FORM-SUB, WS-SLOT)
           END-IF.

      *----------------------------------------------------------------*
      * THE ELECTRONIC FILING: T, THEN A / B... / C FOR EACH FORM      *
      * TYPE WITH PAYEES, THEN F.                                      *
      *----------------------------------------------------------------*
       P600-WRITE-IRS-FILE.
           OPEN OUTPUT IRS-FILE
           IF NOT IRS-FILE-OK
               DISPLAY 'ERROR: Cannot open IRS filing file: '
                       WS-IRS-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P600-EXIT
           END-IF
           IF WS-TAX-PAYER-TIN NOT NUMERIC OR WS-TAX-TCC = SPACES
               DISPLAY 'Warning: payer TIN or transmitter control '
                       'code not configured - filing incomplete'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO IRS-T-RECORD
           MOVE 'T' TO IRT-RECORD-TYPE
           MOVE WS-TAX-YEAR TO IRT-PAYMENT-YEAR
           MOVE WS-TAX-PAYER-TIN TO IRT-TRANSMITTER-TIN
           MOVE WS-TAX-TCC TO IRT-TCC
           IF WS-TAX-TEST-IND = 'T'
               MOVE 'T' TO IRT-TEST-FILE-IND
           END-IF
           MOVE WS-TAX-PAYER-NAME TO IRT-TRANSMITTER-NAME
           MOVE WS-TAX-PAYER-NAME TO IRT-COMPANY-NAME
           MOVE WS-TAX-PAYER-ADDRESS TO IRT-COMPANY-ADDRESS
           MOVE WS-TAX-PAYER-CITY TO IRT-COMPANY-CITY
           MOVE WS-TAX-PAYER-STATE TO IRT-COMPANY-STATE
           MOVE WS-TAX-PAYER-ZIP TO IRT-COMPANY-ZIP
           COMPUTE IRT-TOTAL-PAYEES = WS-FORM-PAYEE-CNT (1) +
                                      WS-FORM-PAYEE-CNT (2)
           MOVE WS-TAX-CONTACT-NAME TO IRT-CONTACT-NAME
           MOVE WS-TAX-PAYER-PHONE TO IRT-CONTACT-PHONE
           MOVE WS-TAX-CONTACT-EMAIL TO IRT-CONTACT-EMAIL
           ADD 1 TO WS-SEQUENCE-NUM
           MOVE WS-SEQUENCE-NUM TO IRT-SEQUENCE-NUM
      *    Produced in-house rather than by a software vendor.
           MOVE 'I' TO IRT-VENDOR-IND
           WRITE IRS-T-RECORD

           PERFORM P610-WRITE-PAYER-SECTION THRU P610-EXIT
                   VARYING WS-FORM-SUB FROM 1 BY 1
                   UNTIL WS-FORM-SUB > 2

           MOVE SPACES TO IRS-F-RECORD
           MOVE 'F' TO IRF-RECORD-TYPE
           MOVE WS-A-RECORD-CNT TO IRF-NUMBER-OF-A-RECS
           MOVE ZERO TO IRF-ZERO
           ADD 1 TO WS-SEQUENCE-NUM
           MOVE WS-SEQUENCE-NUM TO IRF-SEQUENCE-NUM
           WRITE IRS-F-RECORD
           CLOSE IRS-FILE.

       P600-EXIT.
           EXIT.

       P610-WRITE-PAYER-SECTION.
           IF WS-FORM-PAYEE-CNT (WS-FORM-SUB) = ZERO
               GO TO P610-EXIT
           END-IF

           MOVE SPACES TO WS-AMOUNT-CODES
           MOVE ZERO TO WS-CODE-POS
           PERFORM P611-ADD-AMOUNT-CODE
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 18

           MOVE SPACES TO IRS-A-RECORD
           MOVE 'A' TO IRA-RECORD-TYPE
           MOVE WS-TAX-YEAR TO IRA-PAYMENT-YEAR
           MOVE WS-TAX-PAYER-TIN TO IRA-PAYER-TIN
           MOVE WS-TAX-PAYER-NAME (1:4) TO IRA-NAME-CONTROL
           MOVE WS-FORM-RETURN-TYPE (WS-FORM-SUB)
                TO IRA-TYPE-OF-RETURN
           MOVE WS-AMOUNT-CODES TO IRA-AMOUNT-CODES
           MOVE WS-TAX-PAYER-NAME TO IRA-PAYER-NAME
           MOVE '0' TO IRA-TRANSFER-AGENT-IND
           MOVE WS-TAX-PAYER-ADDRESS TO IRA-PAYER-ADDRESS
           MOVE WS-TAX-PAYER-CITY TO IRA-PAYER-CITY
           MOVE WS-TAX-PAYER-STATE TO IRA-PAYER-STATE
           MOVE WS-TAX-PAYER-ZIP TO IRA-PAYER-ZIP
           MOVE WS-TAX-PAYER-PHONE TO IRA-PAYER-PHONE
           ADD 1 TO WS-SEQUENCE-NUM
           MOVE WS-SEQUENCE-NUM TO IRA-SEQUENCE-NUM
           WRITE IRS-A-RECORD
           ADD 1 TO WS-A-RECORD-CNT

           PERFORM P620-WRITE-PAYEE-RECORD THRU P620-EXIT
                   VARYING RCP-IDX FROM 1 BY 1
                   UNTIL RCP-IDX > WS-RCP-COUNT

           MOVE SPACES TO IRS-C-RECORD
           MOVE 'C' TO IRC-RECORD-TYPE
           MOVE WS-FORM-PAYEE-CNT (WS-FORM-SUB)
                TO IRC-NUMBER-OF-PAYEES
           PERFORM P630-MOVE-CONTROL-TOTAL
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 18
           ADD 1 TO WS-SEQUENCE-NUM
           MOVE WS-SEQUENCE-NUM TO IRC-SEQUENCE-NUM
           WRITE IRS-C-RECORD.

       P610-EXIT.
           EXIT.

       P611-ADD-AMOUNT-CODE.
           IF WS-FORM-SLOT-TOTAL (WS-FORM-SUB, WS-SLOT) > ZERO
               ADD 1 TO WS-CODE-POS
               MOVE WS-SLOT-CODES (WS-SLOT:1)
                    TO WS-AMOUNT-CODES (WS-CODE-POS:1)
           END-IF.

       P620-WRITE-PAYEE-RECORD.
           IF NOT RCP-REPORTABLE (RCP-IDX) OR
              WS-RCP-FORM-SUB (RCP-IDX) NOT = WS-FORM-SUB
               GO TO P620-EXIT
           END-IF
           SET PAY-IDX TO WS-RCP-PAYEE-IDX (RCP-IDX)
           MOVE SPACES TO IRS-B-RECORD
           MOVE 'B' TO IRB-RECORD-TYPE
           MOVE WS-TAX-YEAR TO IRB-PAYMENT-YEAR
           MOVE WS-PAY-TIN-TYPE (PAY-IDX) TO IRB-TIN-TYPE
           MOVE WS-RCP-TIN (RCP-IDX) TO IRB-PAYEE-TIN
           MOVE WS-PAY-XREF-KEY (PAY-IDX) TO IRB-ACCOUNT-NUM
           PERFORM P621-MOVE-PAYMENT-AMOUNT
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 18
           MOVE WS-PAY-LEGAL-NAME (PAY-IDX) TO IRB-PAYEE-NAME
           MOVE WS-PAY-ADDRESS (PAY-IDX) TO IRB-PAYEE-ADDRESS
           MOVE WS-PAY-CITY (PAY-IDX) TO IRB-PAYEE-CITY
           MOVE WS-PAY-STATE (PAY-IDX) TO IRB-PAYEE-STATE
           MOVE WS-PAY-ZIP (PAY-IDX) TO IRB-PAYEE-ZIP
           ADD 1 TO WS-SEQUENCE-NUM
           MOVE WS-SEQUENCE-NUM TO IRB-SEQUENCE-NUM
           WRITE IRS-B-RECORD.

       P620-EXIT.
           EXIT.

      *    A box netted below zero by voids reports as zero.
       P621-MOVE-PAYMENT-AMOUNT.
           IF WS-RCP-AMT (RCP-IDX, WS-SLOT) > ZERO
               MOVE WS-RCP-AMT (RCP-IDX, WS-SLOT)
                    TO IRB-PAYMENT-AMT (WS-SLOT)
           ELSE
               MOVE ZERO TO IRB-PAYMENT-AMT (WS-SLOT)
           END-IF.

       P630-MOVE-CONTROL-TOTAL.
           MOVE WS-FORM-SLOT-TOTAL (WS-FORM-SUB, WS-SLOT)
                TO IRC-CONTROL-TOTAL (WS-SLOT).

      *----------------------------------------------------------------*
      * RECIPIENT STATEMENTS -- ONE PER REPORTED PAYEE AND FORM, WITH  *
      * THE RECIPIENT TIN TRUNCATED TO ITS LAST FOUR DIGITS.           *
      *----------------------------------------------------------------*
       P700-WRITE-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE
           IF NOT STATEMENT-OK
               DISPLAY 'ERROR: Cannot open recipient statements: '
                       WS-STM-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P700-EXIT
           END-IF
           PERFORM P710-WRITE-ONE-STATEMENT THRU P710-EXIT
                   VARYING RCP-IDX FROM 1 BY 1
                   UNTIL RCP-IDX > WS-RCP-COUNT
           CLOSE STATEMENT-FILE.

       P700-EXIT.
           EXIT.

       P710-WRITE-ONE-STATEMENT.
           IF NOT RCP-REPORTABLE (RCP-IDX)
               GO TO P710-EXIT
           END-IF
           ADD 1 TO WS-STATEMENT-CNT
           MOVE WS-RCP-FORM-SUB (RCP-IDX) TO WS-FORM-SUB
           SET PAY-IDX TO WS-RCP-PAYEE-IDX (RCP-IDX)
           MOVE 'XXXXX' TO WS-MASKED-TIN (1:5)
           MOVE WS-RCP-TIN (RCP-IDX) (6:4) TO WS-MASKED-TIN (6:4)

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'FORM ' WS-FORM-TITLE (WS-FORM-SUB)
                  '   TAX YEAR ' WS-TAX-YEAR
                  '   COPY B - FOR RECIPIENT'
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'PAYER:     ' WS-TAX-PAYER-NAME
                  '  TIN ' WS-TAX-PAYER-TIN
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING '           ' WS-TAX-PAYER-ADDRESS
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING '           ' FUNCTION TRIM(WS-TAX-PAYER-CITY)
                  ' ' WS-TAX-PAYER-STATE ' ' WS-TAX-PAYER-ZIP
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'RECIPIENT: ' WS-PAY-LEGAL-NAME (PAY-IDX)
                  '  TIN ' WS-MASKED-TIN
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING '           ' WS-PAY-ADDRESS (PAY-IDX)
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING '           ' FUNCTION TRIM(WS-PAY-CITY (PAY-IDX))
                  ' ' WS-PAY-STATE (PAY-IDX)
                  ' ' WS-PAY-ZIP (PAY-IDX)
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'ACCOUNT:   ' WS-PAY-XREF-KEY (PAY-IDX)
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM P711-WRITE-BOX-LINE
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 11

           IF WS-RCP-BACKUP-IND (RCP-IDX) = 'Y'
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE '  PAYEE IS SUBJECT TO BACKUP WITHHOLDING'
                    TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       P710-EXIT.
           EXIT.

       P711-WRITE-BOX-LINE.
           IF WS-RCP-AMT (RCP-IDX, WS-SLOT) > ZERO
               MOVE WS-RCP-AMT (RCP-IDX, WS-SLOT) TO WS-AMT-DISPLAY
               MOVE WS-SLOT TO WS-BOX
               MOVE SPACES TO STATEMENT-LINE
               IF WS-FORM-SUB = 1
                   STRING '  BOX ' WS-BOX ' '
                          'NONEMPLOYEE COMPENSATION          '
                          ' ' WS-AMT-DISPLAY
                          DELIMITED BY SIZE INTO STATEMENT-LINE
               ELSE
                   STRING '  BOX ' WS-BOX ' '
                          WS-MISC-BOX-CAPTION (WS-SLOT)
                          ' ' WS-AMT-DISPLAY
                          DELIMITED BY SIZE INTO STATEMENT-LINE
               END-IF
               WRITE STATEMENT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * CONTROL REPORT -- FILING TOTALS BY FORM, BACKUP-WITHHOLDING    *
      * PAYEES, AND EVERY PAYEE THE YEAR'S PAYMENTS COULD NOT TIE TO   *
      * A TIN.  MISSING TINS LEAVE THE RUN AT RC 4.                    *
      *----------------------------------------------------------------*
       P800-WRITE-CONTROL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT REPORT-OK
               DISPLAY 'ERROR: Cannot open 1099 control report: '
                       WS-RPT-STAT
               MOVE 12 TO RETURN-CODE
               GO TO P800-EXIT
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING '        1099 INFORMATION REPORTING - TAX YEAR '
                  WS-TAX-YEAR
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '        RUN DATE ' WS-CURRENT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'Payee Master Rows:        ' WS-PAYEE-REC-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Ledger Records Read:      ' WS-LEDGER-REC-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Tax Year Payments:        ' WS-LEDGER-YEAR-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TAX-THRESHOLD TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Reporting Threshold:   ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM P810-WRITE-FORM-TOTALS
                   VARYING WS-FORM-SUB FROM 1 BY 1
                   UNTIL WS-FORM-SUB > 2

           MOVE WS-REPORTED-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Total Reported:        ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Recipient Statements:     ' WS-STATEMENT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Below Threshold:          ' WS-BELOW-THRESHOLD-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'Backup Withholding:       ' WS-BACKUP-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-BACKUP-CNT > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '    PAYEES UNDER BACKUP WITHHOLDING'
                    TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM P820-WRITE-BACKUP-LINE
                       VARYING RCP-IDX FROM 1 BY 1
                       UNTIL RCP-IDX > WS-RCP-COUNT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '    PAYEES MISSING A TIN' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SRC PAYEE / AGENCY                          '
                  'REASON           PMTS            AMOUNT'
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MIS-COUNT = ZERO
               MOVE '    NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM P830-WRITE-MISSING-LINE
                       VARYING MIS-IDX FROM 1 BY 1
                       UNTIL MIS-IDX > WS-MIS-COUNT
               MOVE WS-MISSING-TOTAL TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'Total Not Reported:    ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF TABLE-OVERFLOWED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '*** TABLE CAPACITY EXCEEDED - FILING INCOMPLETE'
                    TO REPORT-LINE
               WRITE REPORT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE REPORT-FILE.

       P800-EXIT.
           EXIT.

       P810-WRITE-FORM-TOTALS.
           MOVE WS-FORM-PAYEE-CNT (WS-FORM-SUB) TO WS-CNT-DISPLAY
           MOVE WS-FORM-TOTAL (WS-FORM-SUB) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'Form ' WS-FORM-TITLE (WS-FORM-SUB)
                  '  Payees ' WS-CNT-DISPLAY
                  '  Amount ' WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       P820-WRITE-BACKUP-LINE.
           IF RCP-REPORTABLE (RCP-IDX) AND
              WS-RCP-BACKUP-IND (RCP-IDX) = 'Y'
               SET PAY-IDX TO WS-RCP-PAYEE-IDX (RCP-IDX)
               MOVE WS-RCP-FORM-SUB (RCP-IDX) TO WS-FORM-SUB
               MOVE WS-RCP-TOTAL (RCP-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING '    ' WS-RCP-TIN (RCP-IDX)
                      ' ' WS-PAY-LEGAL-NAME (PAY-IDX)
                      ' ' WS-FORM-TITLE (WS-FORM-SUB)
                      ' ' WS-AMT-DISPLAY
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       P830-WRITE-MISSING-LINE.
           MOVE WS-MIS-PAYMENT-CNT (MIS-IDX) TO WS-CNT-DISPLAY
           MOVE WS-MIS-TOTAL (MIS-IDX) TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING ' ' WS-MIS-XREF-TYPE (MIS-IDX)
                  '  ' WS-MIS-XREF-KEY (MIS-IDX)
                  ' ' WS-MIS-REASON (MIS-IDX)
                  WS-CNT-DISPLAY
                  WS-AMT-DISPLAY
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *----------------------------------------------------------------*
      * APPEND THE RUN'S ONE-LINE STATUS RECORD: 00 CLEAN, 04          *
      * WARNINGS, 08 OUT OF BALANCE / CAPACITY CAP, 12 FATAL.          *
      * RESTART DECISIONS SHOULD NOT REQUIRE GREPPING SYSOUT.          *
      *----------------------------------------------------------------*
       P990-WRITE-RUN-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF NOT RUN-STATUS-OK
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           IF NOT RUN-STATUS-OK
               GO TO P990-EXIT
           END-IF
           MOVE 'LGAPTIN1' TO RST-PROGRAM
           ACCEPT WS-RST-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RST-RUN-DATE TO RST-RUN-DATE
           ACCEPT RST-RUN-TIME FROM TIME
           MOVE WS-STATEMENT-CNT TO RST-RECORD-COUNT
           IF WS-REPORTED-TOTAL > ZERO
               MOVE WS-REPORTED-TOTAL TO RST-TOTAL-AMOUNT
           ELSE
               MOVE ZERO TO RST-TOTAL-AMOUNT
           END-IF
           MOVE RETURN-CODE TO RST-STATUS-CODE
           EVALUATE RETURN-CODE
               WHEN 0  MOVE 'CLEAN' TO RST-STATUS-TEXT
               WHEN 4  MOVE 'WARNINGS' TO RST-STATUS-TEXT
               WHEN 8  MOVE 'OUT OF BALANCE' TO RST-STATUS-TEXT
               WHEN 12 MOVE 'FATAL' TO RST-STATUS-TEXT
               WHEN OTHER MOVE 'CHECK LOG' TO RST-STATUS-TEXT
           END-EVALUATE
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.

       P990-EXIT.
           EXIT.
