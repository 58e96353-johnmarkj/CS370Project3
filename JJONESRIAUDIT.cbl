       IDENTIFICATION DIVISION.
       PROGRAM-ID. JJONESRIAUDIT.
       AUTHOR. JONES.
      ********************************************************************
      *              CROSS-FILE REFERENTIAL INTEGRITY AUDIT
      * Each maintenance program edits only its own file, so the
      * masters and the cumulative files can drift apart without
      * anyone noticing. This standalone audit reads them all -
      * CUSTMAST, PRODMAST, INVMAST, PRICHIST, TAXRATE, OPENITEM,
      * ORDSUMM, HELDORD, BACKORD, RETSUSP, CONTRACT, CREDREV, plus
      * the invoice register INVREG.txt for the open-item cross-check
      * - and lists every orphan or mismatch on "RIAUDIT-REPORT.txt"
      * with a severity:
      *
      *   SEVERE  something a production run will trip over or book
      *           wrongly: a customer or PROD-ID that is not on its
      *           master on a live record (open balance, held order,
      *           order parked for credit review, backorder, stock
      *           on hand, scheduled price, a contract still in force
      *           or yet to start), a warehouse state with inventory
      *           but no tax rate, an unreadable amount or rate, or an
      *           invoice register entry whose customer or amount
      *           disagrees with the open item already carrying that
      *           invoice number.
      *   WARNING history or housekeeping: an orphan on a record that
      *           is no longer live (closed item, summary history,
      *           past price history, an empty inventory row, an
      *           expired contract), a bad code on a master, a
      *           duplicate tax state, a backorder with no inventory
      *           row to fill from, or a register entry that is
      *           already on the open-item ledger and would post
      *           twice.
      *
      * A master that cannot be opened is itself a SEVERE finding and
      * the lookups against it are skipped, rather than reporting
      * every reference as an orphan. Per-file record, SEVERE and
      * WARNING counts print at the end. The run ends with
      * RETURN-CODE 8 when anything SEVERE was found.
      *
      * MODIFICATIONS:
      *   10/15/26  JJ  New program.
      *   10/15/26  JJ  Sweep the customer contract price file.
      *   10/15/26  JJ  Sweep the credit review file CREDREV.txt the
      *                 same way as the held orders.
      ********************************************************************
      * INPUT: CUSTOMER-MASTER-FILE (CUSTMAST.txt, INDEXED)
      * INPUT: PRODUCT-MASTER-FILE (PRODMAST.txt, INDEXED)
      * INPUT: INVENTORY-MASTER-FILE (INVMAST.txt, INDEXED)
      * INPUT: PRICE-HISTORY-FILE (PRICHIST.txt)
      * INPUT: TAX-RATE-FILE (TAXRATE.txt)
      * INPUT: OPEN-ITEM-FILE (OPENITEM.txt)
      * INPUT: SUMMARY-FILE (ORDSUMM.txt)
      * INPUT: HELD-ORDER-FILE (HELDORD.txt)
      * INPUT: BACKORDER-FILE (BACKORD.txt)
      * INPUT: RETURNS-SUSPENSE-FILE (RETSUSP.txt)
      * INPUT: INVOICE-REGISTER-FILE (INVREG.txt)
      * INPUT: CONTRACT-PRICE-FILE (CONTRACT.txt, INDEXED)
      * INPUT: CREDIT-REVIEW-FILE (CREDREV.txt)
      *
      * OUTPUT: AUDIT-REPORT-FILE (RIAUDIT-REPORT.txt)
      ********************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OPTIONAL CUSTOMER-MASTER-FILE
                ASSIGN TO 'CUSTMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS CUSTMAST-STATUS.

             SELECT OPTIONAL PRODUCT-MASTER-FILE
                ASSIGN TO 'PRODMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PM-PROD-ID
                FILE STATUS IS PRODMAST-STATUS.

             SELECT OPTIONAL INVENTORY-MASTER-FILE
                ASSIGN TO 'INVMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IM-INV-KEY
                FILE STATUS IS INVMAST-STATUS.

             SELECT OPTIONAL PRICE-HISTORY-FILE
                ASSIGN TO 'PRICHIST.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL TAX-RATE-FILE
                ASSIGN TO 'TAXRATE.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL OPEN-ITEM-FILE
                ASSIGN TO 'OPENITEM.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL SUMMARY-FILE
                ASSIGN TO 'ORDSUMM.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL HELD-ORDER-FILE
                ASSIGN TO 'HELDORD.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL BACKORDER-FILE
                ASSIGN TO 'BACKORD.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL RETURNS-SUSPENSE-FILE
                ASSIGN TO 'RETSUSP.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL INVOICE-REGISTER-FILE
                ASSIGN TO 'INVREG.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL CONTRACT-PRICE-FILE
                ASSIGN TO 'CONTRACT.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CP-KEY
                FILE STATUS IS CONTRACT-STATUS.

             SELECT OPTIONAL CREDIT-REVIEW-FILE
                ASSIGN TO 'CREDREV.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT AUDIT-REPORT-FILE
                ASSIGN TO PRINTER 'RIAUDIT-REPORT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            FD CUSTOMER-MASTER-FILE
                RECORD CONTAINS 109 CHARACTERS.

            01 CUSTOMER-MASTER-RECORD.
                05 CM-CUST-ID          PIC X(6).
                05 CM-CUST-NAME        PIC X(20).
                05 CM-ADDRESS          PIC X(25).
                05 CM-CITY             PIC X(15).
                05 CM-STATE            PIC X(2).
                05 CM-ZIP              PIC X(5).
                05 CM-SALES-REP        PIC X(15).
                05 CM-CREDIT-HOLD      PIC X.
                05 CM-RATING-CODE      PIC X.
                05 CM-RATING-NAME      PIC X(10).
                05 CM-CREDIT-LIMIT     PIC 9(7)V99.

            FD PRODUCT-MASTER-FILE
                RECORD CONTAINS 26 CHARACTERS.

            01 PRODUCT-MASTER-RECORD.
                05 PM-PROD-ID          PIC X(5).
                05 PM-PROD-DESC        PIC X(15).
                05 PM-TYPE-CODE        PIC X.
                05 PM-LIST-PRICE       PIC 999V99.

            FD INVENTORY-MASTER-FILE
                RECORD CONTAINS 21 CHARACTERS.

            01 INVENTORY-MASTER-RECORD.
                05 IM-INV-KEY.
                    10 IM-STATE        PIC X(2).
                    10 IM-CITY         PIC X(2).
                    10 IM-PROD-ID      PIC X(5).
                05 IM-ON-HAND          PIC 9(6).
                05 IM-REORDER-PT       PIC 9(6).

            FD PRICE-HISTORY-FILE
                RECORD CONTAINS 18 CHARACTERS.

            01 PRICE-HISTORY-RECORD.
                05 PHR-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 PHR-EFF-YYYYMM      PIC 9(6).
                05 FILLER              PIC X.
                05 PHR-PRICE           PIC 999V99.

            FD TAX-RATE-FILE
                RECORD CONTAINS 8 CHARACTERS.

            01 TAX-RATE-RECORD.
                05 TXR-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 TXR-RATE            PIC 9V9999.

            FD OPEN-ITEM-FILE
                RECORD CONTAINS 67 CHARACTERS.

            01 OPEN-ITEM-RECORD.
                05 OIR-INV-DATE        PIC 9(8).
                05 FILLER              PIC X.
                05 OIR-INV-NO          PIC 9(6).
                05 FILLER              PIC X.
                05 OIR-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 OIR-CUST-NAME       PIC X(20).
                05 FILLER              PIC X.
                05 OIR-ORIG-AMT        PIC S9(8)V99
                                       SIGN TRAILING SEPARATE.
                05 FILLER              PIC X.
                05 OIR-BALANCE         PIC S9(8)V99
                                       SIGN TRAILING SEPARATE.

            FD SUMMARY-FILE
                RECORD CONTAINS 47 CHARACTERS.

            01 SUMMARY-RECORD.
                05 SMR-PERIOD          PIC 9(6).
                05 FILLER              PIC X.
                05 SMR-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 SMR-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 SMR-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 SMR-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 SMR-BOXES           PIC S9(7)
                                       SIGN LEADING SEPARATE.
                05 FILLER              PIC X.
                05 SMR-VALUE           PIC S9(9)V99
                                       SIGN LEADING SEPARATE.

            FD HELD-ORDER-FILE
                RECORD CONTAINS 234 CHARACTERS.

            01 HELD-ORDER-RECORD.
                05 HOR-STATE        PIC X(2).
                05 FILLER           PIC X.
                05 HOR-CITY         PIC X(2).
                05 FILLER           PIC X.
                05 HOR-CUST-ID      PIC X(6).
                05 HOR-CUST-NAME    PIC X(20).
                05 HOR-CUST-RATING  PIC X.
                05 HOR-TRANS-TYPE   PIC X.
                05 HOR-ORDER-ARRAY  OCCURS 12 TIMES.
                    10 HOR-PROD-ID      PIC X(5).
                    10 HOR-PROD-CODE    PIC X.
                    10 HOR-NUM-BOXES    PIC 9(3).
                    10 HOR-PRICE-PER    PIC 999V99.
                    10 HOR-MONTH-BOUGHT PIC 99.
                05 HOR-ORDER-NO     PIC X(8).

            FD BACKORDER-FILE
                RECORD CONTAINS 54 CHARACTERS.

            01 BACKORDER-RECORD.
                05 BOR-RUN-DATE        PIC 9(8).
                05 FILLER              PIC X.
                05 BOR-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 BOR-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 BOR-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 BOR-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 BOR-BOXES           PIC 9(3).
                05 FILLER              PIC X.
                05 BOR-PRICE-PER       PIC 999V99.
                05 FILLER              PIC X.
                05 BOR-ON-HAND         PIC 9(6).
                05 BOR-ORDER-NO        PIC X(8).
                05 BOR-MONTH-BOUGHT    PIC 99.

            FD RETURNS-SUSPENSE-FILE
                RECORD CONTAINS 54 CHARACTERS.

            01 RETURNS-SUSPENSE-RECORD.
                05 RSR-RUN-DATE        PIC 9(8).
                05 FILLER              PIC X.
                05 RSR-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 RSR-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 RSR-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 RSR-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 RSR-BOXES           PIC 9(3).
                05 FILLER              PIC X.
                05 RSR-PRICE-PER       PIC 999V99.
                05 FILLER              PIC X.
                05 RSR-NET-AVAIL       PIC S9(7)
                                       SIGN LEADING SEPARATE.
                05 FILLER              PIC X(8).

            FD INVOICE-REGISTER-FILE
                RECORD CONTAINS 67 CHARACTERS.

            01 INVOICE-REGISTER-RECORD.
                05 RGL-DATE            PIC 9(8).
                05 FILLER              PIC X.
                05 RGL-INV-NO          PIC 9(6).
                05 FILLER              PIC X.
                05 RGL-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 RGL-CUST-NAME       PIC X(20).
                05 FILLER              PIC X.
                05 RGL-TOTAL           PIC S9(8)V99
                                       SIGN TRAILING SEPARATE.
                05 FILLER              PIC X.
                05 RGL-TAX             PIC S9(8)V99
                                       SIGN TRAILING SEPARATE.

            FD CONTRACT-PRICE-FILE
                RECORD CONTAINS 49 CHARACTERS.

            01 CONTRACT-PRICE-RECORD.
                05 CP-KEY.
                    10 CP-CUST-ID      PIC X(6).
                    10 CP-PROD-ID      PIC X(5).
                05 CP-EFF-YYYYMM       PIC 9(6).
                05 CP-EXP-YYYYMM       PIC 9(6).
                05 CP-PRICE            PIC 999V99.
                05 CP-TIERS            PIC X(21).

            FD CREDIT-REVIEW-FILE
                RECORD CONTAINS 234 CHARACTERS.

            01 CREDIT-REVIEW-RECORD.
                05 CVR-STATE        PIC X(2).
                05 FILLER           PIC X.
                05 CVR-CITY         PIC X(2).
                05 FILLER           PIC X.
                05 CVR-CUST-ID      PIC X(6).
                05 CVR-CUST-NAME    PIC X(20).
                05 CVR-CUST-RATING  PIC X.
                05 CVR-TRANS-TYPE   PIC X.
                05 CVR-ORDER-ARRAY  OCCURS 12 TIMES.
                    10 CVR-PROD-ID      PIC X(5).
                    10 CVR-PROD-CODE    PIC X.
                    10 CVR-NUM-BOXES    PIC 9(3).
                    10 CVR-PRICE-PER    PIC 999V99.
                    10 CVR-MONTH-BOUGHT PIC 99.
                05 CVR-ORDER-NO     PIC X(8).

            FD AUDIT-REPORT-FILE
                RECORD CONTAINS 80 CHARACTERS.

            01 AUDIT-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
            01 FLAGS-N-SWITCHES.
                05 AU-EOF           PIC X       VALUE 'N'.
                05 CUST-AVAIL-SW    PIC X       VALUE 'N'.
                    88 CUST-AVAILABLE        VALUE 'Y'.
                05 PROD-AVAIL-SW    PIC X       VALUE 'N'.
                    88 PROD-AVAILABLE        VALUE 'Y'.
                05 INVM-AVAIL-SW    PIC X       VALUE 'N'.
                    88 INVM-AVAILABLE        VALUE 'Y'.
                05 ON-FILE-SW       PIC X       VALUE 'N'.
                    88 ON-FILE               VALUE 'Y'.
                05 TX-FOUND-SW      PIC X       VALUE 'N'.
                    88 TX-FOUND              VALUE 'Y'.

            01 CUSTMAST-STATUS      PIC XX      VALUE '00'.

            01 PRODMAST-STATUS      PIC XX      VALUE '00'.

            01 INVMAST-STATUS       PIC XX      VALUE '00'.

            01 CONTRACT-STATUS      PIC XX      VALUE '00'.

            01 RUN-DATE             PIC 9(8)    VALUE ZEROES.

            01 RUN-DATE-SPLIT REDEFINES RUN-DATE.
                05 RUN-YYYYMM        PIC 9(6).
                05 FILLER            PIC 99.

            01 FINDING-HOLD.
                05 FH-SEVERITY       PIC X      VALUE SPACES.
                    88 FH-SEVERE             VALUE 'S'.
                    88 FH-WARNING            VALUE 'W'.
                05 FH-KEY            PIC X(24)  VALUE SPACES.
                05 FH-TEXT           PIC X(30)  VALUE SPACES.

            01 CHECK-FIELDS.
                05 CHK-CUST-ID       PIC X(6)   VALUE SPACES.
                05 CHK-PROD-ID       PIC X(5)   VALUE SPACES.
                05 CHK-STATE         PIC X(2)   VALUE SPACES.
                05 CHK-AMOUNT        PIC S9(9)V99 VALUE ZEROES.
                05 HOR-SUB           PIC 99     VALUE ZEROES.
                05 CVR-SUB           PIC 99     VALUE ZEROES.

            01 AUDIT-TOTALS.
                05 AU-SEVERE-TOTAL   PIC 9(6)   VALUE ZEROES.
                05 AU-WARNING-TOTAL  PIC 9(6)   VALUE ZEROES.

            01 FILE-NAME-VALUES.
                05 FILLER            PIC X(8)   VALUE 'TAXRATE '.
                05 FILLER            PIC X(8)   VALUE 'CUSTMAST'.
                05 FILLER            PIC X(8)   VALUE 'PRODMAST'.
                05 FILLER            PIC X(8)   VALUE 'INVMAST '.
                05 FILLER            PIC X(8)   VALUE 'PRICHIST'.
                05 FILLER            PIC X(8)   VALUE 'INVREG  '.
                05 FILLER            PIC X(8)   VALUE 'OPENITEM'.
                05 FILLER            PIC X(8)   VALUE 'ORDSUMM '.
                05 FILLER            PIC X(8)   VALUE 'HELDORD '.
                05 FILLER            PIC X(8)   VALUE 'BACKORD '.
                05 FILLER            PIC X(8)   VALUE 'RETSUSP '.
                05 FILLER            PIC X(8)   VALUE 'CONTRACT'.
                05 FILLER            PIC X(8)   VALUE 'CREDREV '.

            01 FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
                05 FNT-NAME          PIC X(8)   OCCURS 13 TIMES.

            01 FILE-COUNT-FIELDS.
                05 FILE-IX           PIC 99     VALUE ZEROES.
                05 FILE-MAX          PIC 99     VALUE 13.

            01 FILE-COUNT-TABLE.
                05 FCT-ENTRY OCCURS 13 TIMES.
                    10 FCT-READ      PIC 9(7)   VALUE ZEROES.
                    10 FCT-SEVERE    PIC 9(6)   VALUE ZEROES.
                    10 FCT-WARNING   PIC 9(6)   VALUE ZEROES.

            01 TAX-RATE-FIELDS.
                05 TX-COUNT          PIC 99     VALUE ZEROES.
                05 TX-SUB            PIC 99     VALUE ZEROES.
                05 TX-MAX-ENTRIES    PIC 99     VALUE 60.

            01 TAX-RATE-TABLE.
                05 TRT-STATE         PIC X(2)   OCCURS 60 TIMES.

            01 REGISTER-FIELDS.
                05 RG-COUNT          PIC 9(4)   VALUE ZEROES.
                05 RG-SUB            PIC 9(4)   VALUE ZEROES.
                05 RG-MAX-ENTRIES    PIC 9(4)   VALUE 2000.
                05 RG-FOUND-SW       PIC X      VALUE 'N'.
                    88 RG-FOUND              VALUE 'Y'.

            01 REGISTER-TABLE.
                05 RGT-ENTRY OCCURS 2000 TIMES.
                    10 RGT-INV-NO    PIC 9(6).
                    10 RGT-CUST-ID   PIC X(6).
                    10 RGT-AMOUNT    PIC S9(9)V99.

            01 AUDIT-TITLE-LINE.
                05 FILLER              PIC X(14).
                05                     PIC X(40)
                   VALUE 'REFERENTIAL INTEGRITY AUDIT - RUN DATE  '.
                05 ATI-RUN-DATE        PIC 9(8).

            01 AUDIT-COL-LINE.
                05                     PIC X(8)    VALUE 'SEVERITY'.
                05 FILLER              PIC X.
                05                     PIC X(4)    VALUE 'FILE'.
                05 FILLER              PIC X(5).
                05                     PIC X(3)    VALUE 'KEY'.
                05 FILLER              PIC X(22).
                05                     PIC X(7)    VALUE 'FINDING'.

            01 AUDIT-DETAIL-LINE.
                05 ADL-SEVERITY        PIC X(8).
                05 FILLER              PIC X.
                05 ADL-FILE            PIC X(8).
                05 FILLER              PIC X.
                05 ADL-KEY             PIC X(24).
                05 FILLER              PIC X.
                05 ADL-TEXT            PIC X(30).

            01 AUDIT-SUM-HEAD-LINE.
                05                     PIC X(8)    VALUE 'FILE    '.
                05 FILLER              PIC X(4).
                05                     PIC X(7)    VALUE 'RECORDS'.
                05 FILLER              PIC X(4).
                05                     PIC X(6)    VALUE 'SEVERE'.
                05 FILLER              PIC X(3).
                05                     PIC X(7)    VALUE 'WARNING'.

            01 AUDIT-SUM-LINE.
                05 ASL-FILE            PIC X(8).
                05 FILLER              PIC X(3).
                05 ASL-READ            PIC Z,ZZZ,ZZ9.
                05 FILLER              PIC X(3).
                05 ASL-SEVERE          PIC ZZZ,ZZ9.
                05 FILLER              PIC X(3).
                05 ASL-WARNING         PIC ZZZ,ZZ9.

            01 AUDIT-TOTAL-LINE.
                05                     PIC X(16)
                   VALUE 'TOTAL FINDINGS: '.
                05 ATL-SEVERE          PIC ZZZ,ZZ9.
                05                     PIC X(9)    VALUE ' SEVERE, '.
                05 ATL-WARNING         PIC ZZZ,ZZ9.
                05                     PIC X(9)    VALUE ' WARNING '.

       PROCEDURE DIVISION.

            100-MAIN-ROUTINE.
                PERFORM 150-HOUSEKEEPING
                PERFORM 200-AUDIT-TAX-RATES
                PERFORM 220-AUDIT-CUSTOMERS
                PERFORM 240-AUDIT-PRODUCTS
                PERFORM 260-AUDIT-INVENTORY
                PERFORM 280-AUDIT-PRICE-HISTORY
                PERFORM 300-AUDIT-REGISTER
                PERFORM 320-AUDIT-OPEN-ITEMS
                PERFORM 340-AUDIT-SUMMARY
                PERFORM 360-AUDIT-HELD-ORDERS
                PERFORM 380-AUDIT-BACKORDERS
                PERFORM 400-AUDIT-RETURNS-SUSP
                PERFORM 420-AUDIT-CONTRACTS
                PERFORM 440-AUDIT-CREDIT-REVIEW
                PERFORM 900-EOF-ROUTINE
                IF AU-SEVERE-TOTAL > ZEROES
                     MOVE 8 TO RETURN-CODE
                END-IF
                STOP RUN
            .

            150-HOUSEKEEPING.
                 ACCEPT RUN-DATE FROM DATE YYYYMMDD
                 OPEN OUTPUT AUDIT-REPORT-FILE
                 MOVE RUN-DATE TO ATI-RUN-DATE
                 WRITE AUDIT-REPORT-RECORD FROM AUDIT-TITLE-LINE
                 WRITE AUDIT-REPORT-RECORD FROM AUDIT-COL-LINE
                      AFTER ADVANCING 2
                 OPEN INPUT CUSTOMER-MASTER-FILE
                 IF CUSTMAST-STATUS = '00'
                      MOVE 'Y' TO CUST-AVAIL-SW
                 ELSE
                      MOVE 2 TO FILE-IX
                      MOVE 'S' TO FH-SEVERITY
                      MOVE SPACES TO FH-KEY
                      STRING 'FILE STATUS ' DELIMITED BY SIZE
                             CUSTMAST-STATUS DELIMITED BY SIZE
                             INTO FH-KEY
                      END-STRING
                      MOVE 'MASTER UNAVAILABLE' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF
                 OPEN INPUT PRODUCT-MASTER-FILE
                 IF PRODMAST-STATUS = '00'
                      MOVE 'Y' TO PROD-AVAIL-SW
                 ELSE
                      MOVE 3 TO FILE-IX
                      MOVE 'S' TO FH-SEVERITY
                      MOVE SPACES TO FH-KEY
                      STRING 'FILE STATUS ' DELIMITED BY SIZE
                             PRODMAST-STATUS DELIMITED BY SIZE
                             INTO FH-KEY
                      END-STRING
                      MOVE 'MASTER UNAVAILABLE' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF
                 OPEN INPUT INVENTORY-MASTER-FILE
                 IF INVMAST-STATUS = '00'
                      MOVE 'Y' TO INVM-AVAIL-SW
                 ELSE
                      MOVE 4 TO FILE-IX
                      MOVE 'S' TO FH-SEVERITY
                      MOVE SPACES TO FH-KEY
                      STRING 'FILE STATUS ' DELIMITED BY SIZE
                             INVMAST-STATUS DELIMITED BY SIZE
                             INTO FH-KEY
                      END-STRING
                      MOVE 'MASTER UNAVAILABLE' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF

            .

            200-AUDIT-TAX-RATES.
                 MOVE 1 TO FILE-IX
                 MOVE 'N' TO AU-EOF
                 OPEN INPUT TAX-RATE-FILE
                 PERFORM UNTIL AU-EOF = 'Y'
                      READ TAX-RATE-FILE
                           AT END
                                MOVE 'Y' TO AU-EOF
                           NOT AT END
                                ADD 1 TO FCT-READ(FILE-IX)
                                PERFORM 210-CHECK-TAX-RATE
                      END-READ
                 END-PERFORM
                 CLOSE TAX-RATE-FILE

            .

            210-CHECK-TAX-RATE.
                 MOVE TXR-STATE TO FH-KEY
                 MOVE TXR-STATE TO CHK-STATE
                 PERFORM 780-CHECK-TAX-STATE
                 EVALUATE TRUE
                      WHEN TXR-RATE NOT NUMERIC
                           MOVE 'S' TO FH-SEVERITY
                           MOVE 'TAX RATE NOT NUMERIC' TO FH-TEXT
                           PERFORM 700-WRITE-FINDING
                      WHEN TX-FOUND
                           MOVE 'W' TO FH-SEVERITY
                           MOVE 'DUPLICATE STATE' TO FH-TEXT
                           PERFORM 700-WRITE-FINDING
                      WHEN TX-COUNT < TX-MAX-ENTRIES
                           ADD 1 TO TX-COUNT
                           MOVE TXR-STATE TO TRT-STATE(TX-COUNT)
                 END-EVALUATE

            .

            220-AUDIT-CUSTOMERS.
                 MOVE 2 TO FILE-IX
                 IF CUST-AVAILABLE
                      MOVE 'N' TO AU-EOF
                      MOVE LOW-VALUES TO CM-CUST-ID
                      START CUSTOMER-MASTER-FILE
                           KEY NOT LESS THAN CM-CUST-ID
                           INVALID KEY
                                MOVE 'Y' TO AU-EOF
                      END-START
                      PERFORM UNTIL AU-EOF = 'Y'
                           READ CUSTOMER-MASTER-FILE NEXT RECORD
                                AT END
                                     MOVE 'Y' TO AU-EOF
                                NOT AT END
                                     ADD 1 TO FCT-READ(FILE-IX)
                                     PERFORM 230-CHECK-CUSTOMER
                           END-READ
                      END-PERFORM
                 END-IF

            .

            230-CHECK-CUSTOMER.
                 MOVE CM-CUST-ID TO FH-KEY
                 MOVE 'W' TO FH-SEVERITY
                 IF CM-RATING-CODE < '1' OR CM-RATING-CODE > '5'
                      MOVE 'BAD RATING CODE' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF
                 IF CM-CREDIT-HOLD NOT = 'Y'
                      AND CM-CREDIT-HOLD NOT = 'N'
                      MOVE 'BAD CREDIT HOLD FLAG' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF
                 IF CM-CREDIT-LIMIT NOT NUMERIC
                      MOVE 'S' TO FH-SEVERITY
                      MOVE 'CREDIT LIMIT NOT NUMERIC' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF

            .

            240-AUDIT-PRODUCTS.
                 MOVE 3 TO FILE-IX
                 IF PROD-AVAILABLE
                      MOVE 'N' TO AU-EOF
                      MOVE LOW-VALUES TO PM-PROD-ID
                      START PRODUCT-MASTER-FILE
                           KEY NOT LESS THAN PM-PROD-ID
                           INVALID KEY
                                MOVE 'Y' TO AU-EOF
                      END-START
                      PERFORM UNTIL AU-EOF = 'Y'
                           READ PRODUCT-MASTER-FILE NEXT RECORD
                                AT END
                                     MOVE 'Y' TO AU-EOF
                                NOT AT END
                                     ADD 1 TO FCT-READ(FILE-IX)
                                     PERFORM 250-CHECK-PRODUCT
                           END-READ
                      END-PERFORM
                 END-IF

            .

            250-CHECK-PRODUCT.
                 MOVE PM-PROD-ID TO FH-KEY
                 IF PM-TYPE-CODE NOT = 'E'
                      AND PM-TYPE-CODE NOT = 'O'
                      AND PM-TYPE-CODE NOT = 'C'
                      MOVE 'W' TO FH-SEVERITY
                      MOVE 'BAD TYPE CODE' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF
                 IF PM-LIST-PRICE NOT NUMERIC
                      MOVE 'S' TO FH-SEVERITY
                      MOVE 'LIST PRICE NOT NUMERIC' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF

            .

            260-AUDIT-INVENTORY.
                 MOVE 4 TO FILE-IX
                 IF INVM-AVAILABLE
                      MOVE 'N' TO AU-EOF
                      MOVE LOW-VALUES TO IM-INV-KEY
                      START INVENTORY-MASTER-FILE
                           KEY NOT LESS THAN IM-INV-KEY
                           INVALID KEY
                                MOVE 'Y' TO AU-EOF
                      END-START
                      PERFORM UNTIL AU-EOF = 'Y'
                           READ INVENTORY-MASTER-FILE NEXT RECORD
                                AT END
                                     MOVE 'Y' TO AU-EOF
                                NOT AT END
                                     ADD 1 TO FCT-READ(FILE-IX)
                                     PERFORM 270-CHECK-INVENTORY
                           END-READ
                      END-PERFORM
                 END-IF

            .

            270-CHECK-INVENTORY.
                 MOVE SPACES TO FH-KEY
                 STRING IM-STATE DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        IM-CITY DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        IM-PROD-ID DELIMITED BY SIZE
                        INTO FH-KEY
                 END-STRING
                 IF IM-ON-HAND NOT NUMERIC
                      MOVE 'S' TO FH-SEVERITY
                      MOVE 'ON-HAND NOT NUMERIC' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 ELSE
                      MOVE IM-PROD-ID TO CHK-PROD-ID
                      PERFORM 760-CHECK-PROD
                      IF NOT ON-FILE
                           IF IM-ON-HAND > ZEROES
                                MOVE 'S' TO FH-SEVERITY
                                MOVE 'PROD NOT ON PRODMAST, STOCK'
                                     TO FH-TEXT
                           ELSE
                                MOVE 'W' TO FH-SEVERITY
                                MOVE 'PROD NOT ON PRODMAST, EMPTY'
                                     TO FH-TEXT
                           END-IF
                           PERFORM 700-WRITE-FINDING
                      END-IF
                 END-IF
                 MOVE IM-STATE TO CHK-STATE
                 PERFORM 780-CHECK-TAX-STATE
                 IF NOT TX-FOUND
                      MOVE 'S' TO FH-SEVERITY
                      MOVE 'STATE HAS NO TAX RATE' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF

            .

            280-AUDIT-PRICE-HISTORY.
                 MOVE 5 TO FILE-IX
                 MOVE 'N' TO AU-EOF
                 OPEN INPUT PRICE-HISTORY-FILE
                 PERFORM UNTIL AU-EOF = 'Y'
                      READ PRICE-HISTORY-FILE
                           AT END
                                MOVE 'Y' TO AU-EOF
                           NOT AT END
                                ADD 1 TO FCT-READ(FILE-IX)
                                PERFORM 290-CHECK-PRICE-HISTORY
                      END-READ
                 END-PERFORM
                 CLOSE PRICE-HISTORY-FILE

            .

            290-CHECK-PRICE-HISTORY.
                 MOVE PRICE-HISTORY-RECORD TO FH-KEY
                 IF PHR-EFF-YYYYMM NOT NUMERIC
                      OR PHR-PRICE NOT NUMERIC
                      MOVE 'W' TO FH-SEVERITY
                      MOVE 'BAD HISTORY RECORD' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 ELSE
                      MOVE PHR-PROD-ID TO CHK-PROD-ID
                      PERFORM 760-CHECK-PROD
                      IF NOT ON-FILE
                           IF PHR-EFF-YYYYMM > RUN-YYYYMM
                                MOVE 'S' TO FH-SEVERITY
                                MOVE 'FUTURE PRICE, NO PRODUCT'
                                     TO FH-TEXT
                           ELSE
                                MOVE 'W' TO FH-SEVERITY
                                MOVE 'HISTORY FOR DELETED PRODUCT'
                                     TO FH-TEXT
                           END-IF
                           PERFORM 700-WRITE-FINDING
                      END-IF
                 END-IF

            .

            300-AUDIT-REGISTER.
                 MOVE 6 TO FILE-IX
                 MOVE 'N' TO AU-EOF
                 OPEN INPUT INVOICE-REGISTER-FILE
                 PERFORM UNTIL AU-EOF = 'Y'
                      READ INVOICE-REGISTER-FILE
                           AT END
                                MOVE 'Y' TO AU-EOF
                           NOT AT END
                                ADD 1 TO FCT-READ(FILE-IX)
                                PERFORM 310-CHECK-REGISTER
                      END-READ
                 END-PERFORM
                 CLOSE INVOICE-REGISTER-FILE

            .

            310-CHECK-REGISTER.
                 MOVE SPACES TO FH-KEY
                 STRING 'INV ' DELIMITED BY SIZE
                        RGL-INV-NO DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        RGL-CUST-ID DELIMITED BY SIZE
                        INTO FH-KEY
                 END-STRING
                 MOVE RGL-CUST-ID TO CHK-CUST-ID
                 PERFORM 750-CHECK-CUST
                 IF NOT ON-FILE
                      MOVE 'S' TO FH-SEVERITY
                      MOVE 'CUST NOT ON CUSTMAST' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF
                 IF RGL-INV-NO NOT NUMERIC
                      OR RGL-TOTAL NOT NUMERIC
                      MOVE 'S' TO FH-SEVERITY
                      MOVE 'REGISTER ENTRY NOT NUMERIC' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 ELSE
                      MOVE RGL-TOTAL TO CHK-AMOUNT
                      IF RGL-TAX IS NUMERIC
                           ADD RGL-TAX TO CHK-AMOUNT
                      END-IF
                      IF RG-COUNT < RG-MAX-ENTRIES
                           ADD 1 TO RG-COUNT
                           MOVE RGL-INV-NO TO RGT-INV-NO(RG-COUNT)
                           MOVE RGL-CUST-ID TO RGT-CUST-ID(RG-COUNT)
                           MOVE CHK-AMOUNT TO RGT-AMOUNT(RG-COUNT)
                      ELSE
                           MOVE 'W' TO FH-SEVERITY
                           MOVE 'REGISTER TABLE FULL, NOT MATCHED'
                                TO FH-TEXT
                           PERFORM 700-WRITE-FINDING
                      END-IF
                 END-IF

            .

            320-AUDIT-OPEN-ITEMS.
                 MOVE 7 TO FILE-IX
                 MOVE 'N' TO AU-EOF
                 OPEN INPUT OPEN-ITEM-FILE
                 PERFORM UNTIL AU-EOF = 'Y'
                      READ OPEN-ITEM-FILE
                           AT END
                                MOVE 'Y' TO AU-EOF
                           NOT AT END
                                ADD 1 TO FCT-READ(FILE-IX)
                                PERFORM 330-CHECK-OPEN-ITEM
                      END-READ
                 END-PERFORM
                 CLOSE OPEN-ITEM-FILE

            .

            330-CHECK-OPEN-ITEM.
                 MOVE SPACES TO FH-KEY
                 STRING 'INV ' DELIMITED BY SIZE
                        OIR-INV-NO DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        OIR-CUST-ID DELIMITED BY SIZE
                        INTO FH-KEY
                 END-STRING
                 IF OIR-BALANCE NOT NUMERIC
                      OR OIR-ORIG-AMT NOT NUMERIC
                      MOVE 'S' TO FH-SEVERITY
                      MOVE 'AMOUNT NOT NUMERIC' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 ELSE
                      MOVE OIR-CUST-ID TO CHK-CUST-ID
                      PERFORM 750-CHECK-CUST
                      IF NOT ON-FILE
                           IF OIR-BALANCE NOT = ZEROES
                                MOVE 'S' TO FH-SEVERITY
                                MOVE 'CUST NOT ON CUSTMAST, OPEN'
                                     TO FH-TEXT
                           ELSE
                                MOVE 'W' TO FH-SEVERITY
                                MOVE 'CUST NOT ON CUSTMAST, CLOSED'
                                     TO FH-TEXT
                           END-IF
                           PERFORM 700-WRITE-FINDING
                      END-IF
                      PERFORM 335-MATCH-REGISTER
                 END-IF

            .

            335-MATCH-REGISTER.
                 MOVE 'N' TO RG-FOUND-SW
                 PERFORM 336-REGISTER-SCAN
                      VARYING RG-SUB FROM 1 BY 1
                      UNTIL RG-SUB > RG-COUNT OR RG-FOUND
                 IF RG-FOUND
                      SUBTRACT 1 FROM RG-SUB
                      EVALUATE TRUE
                           WHEN RGT-CUST-ID(RG-SUB) NOT = OIR-CUST-ID
                                MOVE 'S' TO FH-SEVERITY
                                MOVE 'INVREG CUSTOMER DIFFERS'
                                     TO FH-TEXT
                           WHEN RGT-AMOUNT(RG-SUB) NOT = OIR-ORIG-AMT
                                MOVE 'S' TO FH-SEVERITY
                                MOVE 'INVREG AMOUNT DISAGREES'
                                     TO FH-TEXT
                           WHEN OTHER
                                MOVE 'W' TO FH-SEVERITY
                                MOVE 'INVREG ENTRY ALREADY POSTED'
                                     TO FH-TEXT
                      END-EVALUATE
                      PERFORM 700-WRITE-FINDING
                 END-IF

            .

            336-REGISTER-SCAN.
                 IF RGT-INV-NO(RG-SUB) = OIR-INV-NO
                      MOVE 'Y' TO RG-FOUND-SW
                 END-IF

            .

            340-AUDIT-SUMMARY.
                 MOVE 8 TO FILE-IX
                 MOVE 'N' TO AU-EOF
                 OPEN INPUT SUMMARY-FILE
                 PERFORM UNTIL AU-EOF = 'Y'
                      READ SUMMARY-FILE
                           AT END
                                MOVE 'Y' TO AU-EOF
                           NOT AT END
                                ADD 1 TO FCT-READ(FILE-IX)
                                PERFORM 350-CHECK-SUMMARY
                      END-READ
                 END-PERFORM
                 CLOSE SUMMARY-FILE

            .

            350-CHECK-SUMMARY.
                 MOVE SPACES TO FH-KEY
                 STRING SMR-PERIOD DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        SMR-CUST-ID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        SMR-PROD-ID DELIMITED BY SIZE
                        INTO FH-KEY
                 END-STRING
                 MOVE 'W' TO FH-SEVERITY
                 MOVE SMR-CUST-ID TO CHK-CUST-ID
                 PERFORM 750-CHECK-CUST
                 IF NOT ON-FILE
                      MOVE 'CUST NOT ON CUSTMAST' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF
                 MOVE SMR-PROD-ID TO CHK-PROD-ID
                 PERFORM 760-CHECK-PROD
                 IF NOT ON-FILE
                      MOVE 'PROD NOT ON PRODMAST' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF

            .

            360-AUDIT-HELD-ORDERS.
                 MOVE 9 TO FILE-IX
                 MOVE 'N' TO AU-EOF
                 OPEN INPUT HELD-ORDER-FILE
                 PERFORM UNTIL AU-EOF = 'Y'
                      READ HELD-ORDER-FILE
                           AT END
                                MOVE 'Y' TO AU-EOF
                           NOT AT END
                                ADD 1 TO FCT-READ(FILE-IX)
                                PERFORM 370-CHECK-HELD-ORDER
                      END-READ
                 END-PERFORM
                 CLOSE HELD-ORDER-FILE

            .

            370-CHECK-HELD-ORDER.
                 MOVE SPACES TO FH-KEY
                 STRING HOR-ORDER-NO DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        HOR-CUST-ID DELIMITED BY SIZE
                        INTO FH-KEY
                 END-STRING
                 MOVE 'S' TO FH-SEVERITY
                 MOVE HOR-CUST-ID TO CHK-CUST-ID
                 PERFORM 750-CHECK-CUST
                 IF NOT ON-FILE
                      MOVE 'CUST NOT ON CUSTMAST' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF
                 PERFORM 375-CHECK-HELD-LINE
                      VARYING HOR-SUB FROM 1 BY 1
                      UNTIL HOR-SUB > 12

            .

            375-CHECK-HELD-LINE.
                 IF HOR-PROD-ID(HOR-SUB) NOT = SPACES
                      MOVE HOR-PROD-ID(HOR-SUB) TO CHK-PROD-ID
                      PERFORM 760-CHECK-PROD
                      IF NOT ON-FILE
                           MOVE SPACES TO FH-KEY
                           STRING HOR-ORDER-NO DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  HOR-PROD-ID(HOR-SUB)
                                       DELIMITED BY SIZE
                                  INTO FH-KEY
                           END-STRING
                           MOVE 'S' TO FH-SEVERITY
                           MOVE 'PROD NOT ON PRODMAST' TO FH-TEXT
                           PERFORM 700-WRITE-FINDING
                      END-IF
                 END-IF

            .

            380-AUDIT-BACKORDERS.
                 MOVE 10 TO FILE-IX
                 MOVE 'N' TO AU-EOF
                 OPEN INPUT BACKORDER-FILE
                 PERFORM UNTIL AU-EOF = 'Y'
                      READ BACKORDER-FILE
                           AT END
                                MOVE 'Y' TO AU-EOF
                           NOT AT END
                                ADD 1 TO FCT-READ(FILE-IX)
                                PERFORM 390-CHECK-BACKORDER
                      END-READ
                 END-PERFORM
                 CLOSE BACKORDER-FILE

            .

            390-CHECK-BACKORDER.
                 MOVE SPACES TO FH-KEY
                 STRING BOR-ORDER-NO DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        BOR-CUST-ID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        BOR-PROD-ID DELIMITED BY SIZE
                        INTO FH-KEY
                 END-STRING
                 MOVE 'S' TO FH-SEVERITY
                 MOVE BOR-CUST-ID TO CHK-CUST-ID
                 PERFORM 750-CHECK-CUST
                 IF NOT ON-FILE
                      MOVE 'CUST NOT ON CUSTMAST' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF
                 MOVE BOR-PROD-ID TO CHK-PROD-ID
                 PERFORM 760-CHECK-PROD
                 IF NOT ON-FILE
                      MOVE 'PROD NOT ON PRODMAST' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 ELSE
                      PERFORM 770-CHECK-INVMAST
                      IF NOT ON-FILE
                           MOVE 'W' TO FH-SEVERITY
                           MOVE 'NO INVMAST ROW TO FILL FROM'
                                TO FH-TEXT
                           PERFORM 700-WRITE-FINDING
                      END-IF
                 END-IF

            .

            400-AUDIT-RETURNS-SUSP.
                 MOVE 11 TO FILE-IX
                 MOVE 'N' TO AU-EOF
                 OPEN INPUT RETURNS-SUSPENSE-FILE
                 PERFORM UNTIL AU-EOF = 'Y'
                      READ RETURNS-SUSPENSE-FILE
                           AT END
                                MOVE 'Y' TO AU-EOF
                           NOT AT END
                                ADD 1 TO FCT-READ(FILE-IX)
                                PERFORM 410-CHECK-RETURNS-SUSP
                      END-READ
                 END-PERFORM
                 CLOSE RETURNS-SUSPENSE-FILE

            .

            410-CHECK-RETURNS-SUSP.
                 MOVE SPACES TO FH-KEY
                 STRING RSR-RUN-DATE DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        RSR-CUST-ID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        RSR-PROD-ID DELIMITED BY SIZE
                        INTO FH-KEY
                 END-STRING
                 MOVE 'W' TO FH-SEVERITY
                 MOVE RSR-CUST-ID TO CHK-CUST-ID
                 PERFORM 750-CHECK-CUST
                 IF NOT ON-FILE
                      MOVE 'CUST NOT ON CUSTMAST' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF
                 MOVE RSR-PROD-ID TO CHK-PROD-ID
                 PERFORM 760-CHECK-PROD
                 IF NOT ON-FILE
                      MOVE 'PROD NOT ON PRODMAST' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF

            .

            420-AUDIT-CONTRACTS.
                 MOVE 12 TO FILE-IX
                 MOVE 'N' TO AU-EOF
                 OPEN INPUT CONTRACT-PRICE-FILE
                 EVALUATE CONTRACT-STATUS
                      WHEN '00'
                           MOVE LOW-VALUES TO CP-KEY
                           START CONTRACT-PRICE-FILE
                                KEY NOT LESS THAN CP-KEY
                                INVALID KEY
                                     MOVE 'Y' TO AU-EOF
                           END-START
                           PERFORM UNTIL AU-EOF = 'Y'
                                READ CONTRACT-PRICE-FILE NEXT RECORD
                                     AT END
                                          MOVE 'Y' TO AU-EOF
                                     NOT AT END
                                          ADD 1 TO FCT-READ(FILE-IX)
                                          PERFORM 430-CHECK-CONTRACT
                                END-READ
                           END-PERFORM
                           CLOSE CONTRACT-PRICE-FILE
                      WHEN '05'
                      WHEN '35'
                           CLOSE CONTRACT-PRICE-FILE
                      WHEN OTHER
                           MOVE 'S' TO FH-SEVERITY
                           MOVE SPACES TO FH-KEY
                           STRING 'FILE STATUS ' DELIMITED BY SIZE
                                  CONTRACT-STATUS DELIMITED BY SIZE
                                  INTO FH-KEY
                           END-STRING
                           MOVE 'FILE UNAVAILABLE' TO FH-TEXT
                           PERFORM 700-WRITE-FINDING
                 END-EVALUATE

            .

            430-CHECK-CONTRACT.
                 MOVE SPACES TO FH-KEY
                 STRING CP-CUST-ID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        CP-PROD-ID DELIMITED BY SIZE
                        INTO FH-KEY
                 END-STRING
                 IF CP-EFF-YYYYMM NOT NUMERIC
                      OR CP-EXP-YYYYMM NOT NUMERIC
                      OR CP-PRICE NOT NUMERIC
                      OR CP-TIERS NOT NUMERIC
                      MOVE 'S' TO FH-SEVERITY
                      MOVE 'CONTRACT TERMS NOT NUMERIC' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 ELSE
                      IF CP-EXP-YYYYMM < RUN-YYYYMM
                           MOVE 'W' TO FH-SEVERITY
                      ELSE
                           MOVE 'S' TO FH-SEVERITY
                      END-IF
                      MOVE CP-CUST-ID TO CHK-CUST-ID
                      PERFORM 750-CHECK-CUST
                      IF NOT ON-FILE
                           MOVE 'CUST NOT ON CUSTMAST' TO FH-TEXT
                           PERFORM 700-WRITE-FINDING
                      END-IF
                      MOVE CP-PROD-ID TO CHK-PROD-ID
                      PERFORM 760-CHECK-PROD
                      IF NOT ON-FILE
                           MOVE 'PROD NOT ON PRODMAST' TO FH-TEXT
                           PERFORM 700-WRITE-FINDING
                      END-IF
                 END-IF

            .

            440-AUDIT-CREDIT-REVIEW.
                 MOVE 13 TO FILE-IX
                 MOVE 'N' TO AU-EOF
                 OPEN INPUT CREDIT-REVIEW-FILE
                 PERFORM UNTIL AU-EOF = 'Y'
                      READ CREDIT-REVIEW-FILE
                           AT END
                                MOVE 'Y' TO AU-EOF
                           NOT AT END
                                ADD 1 TO FCT-READ(FILE-IX)
                                PERFORM 450-CHECK-CREDIT-REVIEW
                      END-READ
                 END-PERFORM
                 CLOSE CREDIT-REVIEW-FILE

            .

            450-CHECK-CREDIT-REVIEW.
                 MOVE SPACES TO FH-KEY
                 STRING CVR-ORDER-NO DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        CVR-CUST-ID DELIMITED BY SIZE
                        INTO FH-KEY
                 END-STRING
                 MOVE 'S' TO FH-SEVERITY
                 MOVE CVR-CUST-ID TO CHK-CUST-ID
                 PERFORM 750-CHECK-CUST
                 IF NOT ON-FILE
                      MOVE 'CUST NOT ON CUSTMAST' TO FH-TEXT
                      PERFORM 700-WRITE-FINDING
                 END-IF
                 PERFORM 455-CHECK-CREDIT-LINE
                      VARYING CVR-SUB FROM 1 BY 1
                      UNTIL CVR-SUB > 12

            .

            455-CHECK-CREDIT-LINE.
                 IF CVR-PROD-ID(CVR-SUB) NOT = SPACES
                      MOVE CVR-PROD-ID(CVR-SUB) TO CHK-PROD-ID
                      PERFORM 760-CHECK-PROD
                      IF NOT ON-FILE
                           MOVE SPACES TO FH-KEY
                           STRING CVR-ORDER-NO DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  CVR-PROD-ID(CVR-SUB)
                                       DELIMITED BY SIZE
                                  INTO FH-KEY
                           END-STRING
                           MOVE 'S' TO FH-SEVERITY
                           MOVE 'PROD NOT ON PRODMAST' TO FH-TEXT
                           PERFORM 700-WRITE-FINDING
                      END-IF
                 END-IF

            .

            700-WRITE-FINDING.
                 IF FH-SEVERE
                      MOVE 'SEVERE' TO ADL-SEVERITY
                      ADD 1 TO FCT-SEVERE(FILE-IX)
                      ADD 1 TO AU-SEVERE-TOTAL
                 ELSE
                      MOVE 'WARNING' TO ADL-SEVERITY
                      ADD 1 TO FCT-WARNING(FILE-IX)
                      ADD 1 TO AU-WARNING-TOTAL
                 END-IF
                 MOVE FNT-NAME(FILE-IX) TO ADL-FILE
                 MOVE FH-KEY TO ADL-KEY
                 MOVE FH-TEXT TO ADL-TEXT
                 WRITE AUDIT-REPORT-RECORD FROM AUDIT-DETAIL-LINE
                      AFTER ADVANCING 1

            .

            750-CHECK-CUST.
                 MOVE 'Y' TO ON-FILE-SW
                 IF CUST-AVAILABLE
                      MOVE CHK-CUST-ID TO CM-CUST-ID
                      READ CUSTOMER-MASTER-FILE
                           INVALID KEY
                                MOVE 'N' TO ON-FILE-SW
                      END-READ
                 END-IF

            .

            760-CHECK-PROD.
                 MOVE 'Y' TO ON-FILE-SW
                 IF PROD-AVAILABLE
                      MOVE CHK-PROD-ID TO PM-PROD-ID
                      READ PRODUCT-MASTER-FILE
                           INVALID KEY
                                MOVE 'N' TO ON-FILE-SW
                      END-READ
                 END-IF

            .

            770-CHECK-INVMAST.
                 MOVE 'Y' TO ON-FILE-SW
                 IF INVM-AVAILABLE
                      MOVE BOR-STATE TO IM-STATE
                      MOVE BOR-CITY TO IM-CITY
                      MOVE BOR-PROD-ID TO IM-PROD-ID
                      READ INVENTORY-MASTER-FILE
                           INVALID KEY
                                MOVE 'N' TO ON-FILE-SW
                      END-READ
                 END-IF

            .

            780-CHECK-TAX-STATE.
                 MOVE 'N' TO TX-FOUND-SW
                 PERFORM 785-TAX-STATE-SCAN
                      VARYING TX-SUB FROM 1 BY 1
                      UNTIL TX-SUB > TX-COUNT OR TX-FOUND

            .

            785-TAX-STATE-SCAN.
                 IF TRT-STATE(TX-SUB) = CHK-STATE
                      MOVE 'Y' TO TX-FOUND-SW
                 END-IF

            .

            900-EOF-ROUTINE.
                 WRITE AUDIT-REPORT-RECORD FROM AUDIT-SUM-HEAD-LINE
                      AFTER ADVANCING 3
                 PERFORM 910-FILE-SUM-LINE
                      VARYING FILE-IX FROM 1 BY 1
                      UNTIL FILE-IX > FILE-MAX
                 MOVE AU-SEVERE-TOTAL TO ATL-SEVERE
                 MOVE AU-WARNING-TOTAL TO ATL-WARNING
                 WRITE AUDIT-REPORT-RECORD FROM AUDIT-TOTAL-LINE
                      AFTER ADVANCING 2
                 IF CUST-AVAILABLE
                      CLOSE CUSTOMER-MASTER-FILE
                 END-IF
                 IF PROD-AVAILABLE
                      CLOSE PRODUCT-MASTER-FILE
                 END-IF
                 IF INVM-AVAILABLE
                      CLOSE INVENTORY-MASTER-FILE
                 END-IF
                 CLOSE AUDIT-REPORT-FILE

            .

            910-FILE-SUM-LINE.
                 MOVE FNT-NAME(FILE-IX) TO ASL-FILE
                 MOVE FCT-READ(FILE-IX) TO ASL-READ
                 MOVE FCT-SEVERE(FILE-IX) TO ASL-SEVERE
                 MOVE FCT-WARNING(FILE-IX) TO ASL-WARNING
                 WRITE AUDIT-REPORT-RECORD FROM AUDIT-SUM-LINE
                      AFTER ADVANCING 1

            .
