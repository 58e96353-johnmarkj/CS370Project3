       IDENTIFICATION DIVISION.
       PROGRAM-ID. JJONESSHIPCF.
       AUTHOR. JONES.
      ********************************************************************
      *              SHIPMENT CONFIRMATION AND SHORT-SHIP PASS
      * The order run bills every sale line it books, but until now
      * nothing came back from the floor to say the boxes actually
      * went out. Each booked sale line is now appended by the order
      * run to the pending-shipment file "SHIPPEND.txt"; the
      * warehouses send back the ship-confirm file "SHIPCONF.txt"
      * keyed on order number and PROD-ID with the boxes actually
      * shipped. This pass matches the two.
      *
      * A confirmed line that shipped everything picked simply drops
      * off SHIPPEND.txt. A short-shipped line prints on the picked-
      * vs-shipped discrepancy report "SHIPDISC.txt" and:
      *   - gets a credit memo posted to the open-item ledger
      *     OPENITEM.txt for the short boxes at the billed price
      *     plus the warehouse state's sales tax (memo numbers come
      *     from the invoice sequence INVSEQ.txt so ledger keys stay
      *     unique),
      *   - has its short boxes put back on hand in INVMAST.txt,
      *   - is written to BACKORD.txt for the short boxes, so the
      *     backorder fill pass ships and bills them again once
      *     stock is there,
      *   - and is journaled to the GL interface file GLJRNL.txt
      *     (sales and sales tax payable debited, AR credited) with
      *     the same account map and batch trailer the order run and
      *     cash application use; a batch out of balance or with an
      *     unmapped account ends the run with RETURN-CODE 8.
      * An over-shipped line prints on the discrepancy report only.
      *
      * A line still unconfirmed more than the control number of
      * days after it was booked prints on the unconfirmed-shipments
      * report "SHIPUNCF.txt" and stays pending. The day count comes
      * from the optional control record SHIPCTL.txt (default 5) and
      * age is in days on a 30/360 basis, same as the AR aging.
      *
      * A confirmation that matches no pending line, or is not
      * readable, is rejected to the cumulative SHIPCF-EXCEPTIONS.txt
      * with its full image. A pending line that is not readable, or
      * that does not fit the table, is carried forward untouched
      * (via the SHIPKEEP.txt work file) so nothing is ever dropped.
      * SHIPCONF.txt is cleared once SHIPPEND.txt has been rewritten.
      *
      * MODIFICATIONS:
      *   10/15/26  JJ  New program.
      ********************************************************************
      * INPUT: SHIP-CONTROL-FILE (SHIPCTL.txt, OPTIONAL)
      *     UNCONFIRMED DAYS 9(3)  1-3
      *
      * INPUT: SHIP-CONFIRM-FILE (SHIPCONF.txt, 27 CHARACTERS,
      *        CLEARED AFTER THE RUN)
      *     ORDER NO        X(8)   1-8
      *     FILLER          X      9
      *     PROD ID         X(5)   10-14
      *     FILLER          X      15
      *     BOXES SHIPPED   9(3)   16-18
      *     FILLER          X      19
      *     SHIP DATE       9(8)   20-27
      *
      * INPUT: TAX-RATE-FILE (TAXRATE.txt) - RATE BY WAREHOUSE STATE
      * INPUT: GL-ACCOUNT-FILE (GLACCT.txt) - GL ACCOUNT MAP
      *
      * INPUT-OUTPUT: SHIP-PENDING-FILE (SHIPPEND.txt, 79 CHARACTERS,
      *               REWRITTEN WITH THE LINES STILL UNCONFIRMED)
      *     BOOK DATE       9(8)   1-8
      *     FILLER          X      9
      *     ORDER NO        X(8)   10-17
      *     FILLER          X      18
      *     PROD ID         X(5)   19-23
      *     FILLER          X      24
      *     PROD CODE       X      25
      *     FILLER          X      26
      *     STATE           X(2)   27-28
      *     FILLER          X      29
      *     CITY            X(2)   30-31
      *     FILLER          X      32
      *     CUST ID         X(6)   33-38
      *     FILLER          X      39
      *     CUST NAME       X(20)  40-59
      *     FILLER          X      60
      *     INVOICE NO      9(6)   61-66
      *     FILLER          X      67
      *     BOXES           9(3)   68-70
      *     FILLER          X      71
      *     PRICE PER BOX   999V99 72-76
      *     FILLER          X      77
      *     MONTH BOUGHT    99     78-79
      * INPUT-OUTPUT: INVENTORY-MASTER-FILE (INVMAST.txt, SHORT BOXES
      *               PUT BACK ON HAND)
      * INPUT-OUTPUT: INV-SEQ-FILE (INVSEQ.txt, CREDIT MEMO NUMBERS)
      *
      * OUTPUT: OPEN-ITEM-FILE (OPENITEM.txt, CREDIT MEMOS APPENDED)
      * OUTPUT: BACKORDER-FILE (BACKORD.txt, SHORT BOXES APPENDED)
      * OUTPUT: GL-JOURNAL-FILE (GLJRNL.txt, CUMULATIVE, SOURCE SHIP)
      * OUTPUT: DISCREP-REPORT-FILE (SHIPDISC.txt) - PICKED VS SHIPPED
      * OUTPUT: UNCONF-REPORT-FILE (SHIPUNCF.txt) - UNCONFIRMED LINES
      * OUTPUT: SHIP-EXCEPTION-FILE (SHIPCF-EXCEPTIONS.txt, CUMULATIVE)
      ********************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OPTIONAL SHIP-CONTROL-FILE
                ASSIGN TO 'SHIPCTL.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL SHIP-PENDING-FILE
                ASSIGN TO 'SHIPPEND.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT SHIP-KEEP-FILE
                ASSIGN TO 'SHIPKEEP.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL SHIP-CONFIRM-FILE
                ASSIGN TO 'SHIPCONF.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL TAX-RATE-FILE
                ASSIGN TO 'TAXRATE.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL INV-SEQ-FILE
                ASSIGN TO 'INVSEQ.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL OPEN-ITEM-FILE
                ASSIGN TO 'OPENITEM.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL INVENTORY-MASTER-FILE
                ASSIGN TO 'INVMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IM-INV-KEY
                FILE STATUS IS INVMAST-STATUS.

             SELECT OPTIONAL BACKORDER-FILE
                ASSIGN TO 'BACKORD.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL GL-ACCOUNT-FILE
                ASSIGN TO 'GLACCT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL GL-JOURNAL-FILE
                ASSIGN TO 'GLJRNL.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT DISCREP-REPORT-FILE
                ASSIGN TO PRINTER 'SHIPDISC.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT UNCONF-REPORT-FILE
                ASSIGN TO PRINTER 'SHIPUNCF.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL SHIP-EXCEPTION-FILE
                ASSIGN TO 'SHIPCF-EXCEPTIONS.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            FD SHIP-CONTROL-FILE
                RECORD CONTAINS 3 CHARACTERS.

            01 SHIP-CONTROL-RECORD.
                05 SCR-UNCONF-DAYS     PIC 9(3).

            FD SHIP-PENDING-FILE
                RECORD CONTAINS 79 CHARACTERS.

            01 SHIP-PENDING-RECORD  PIC X(79).

            FD SHIP-KEEP-FILE
                RECORD CONTAINS 79 CHARACTERS.

            01 SHIP-KEEP-RECORD     PIC X(79).

            FD SHIP-CONFIRM-FILE
                RECORD CONTAINS 27 CHARACTERS.

            01 SHIP-CONFIRM-RECORD.
                05 SCF-ORDER-NO        PIC X(8).
                05 FILLER              PIC X.
                05 SCF-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 SCF-BOXES           PIC 9(3).
                05 FILLER              PIC X.
                05 SCF-SHIP-DATE       PIC 9(8).

            FD TAX-RATE-FILE
                RECORD CONTAINS 8 CHARACTERS.

            01 TAX-RATE-RECORD.
                05 TXR-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 TXR-RATE            PIC 9V9999.

            FD INV-SEQ-FILE
                RECORD CONTAINS 6 CHARACTERS.

            01 INV-SEQ-RECORD.
                05 ISR-SEQ             PIC 9(6).

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

            FD INVENTORY-MASTER-FILE
                RECORD CONTAINS 21 CHARACTERS.

            01 INVENTORY-MASTER-RECORD.
                05 IM-INV-KEY.
                    10 IM-STATE        PIC X(2).
                    10 IM-CITY         PIC X(2).
                    10 IM-PROD-ID      PIC X(5).
                05 IM-ON-HAND          PIC 9(6).
                05 IM-REORDER-PT       PIC 9(6).

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

            FD GL-ACCOUNT-FILE
                RECORD CONTAINS 53 CHARACTERS.

            01 GL-ACCOUNT-RECORD.
                05 GLA-ENTRY-TYPE      PIC X(8).
                05 FILLER              PIC X.
                05 GLA-QUALIFIER       PIC X(2).
                05 FILLER              PIC X.
                05 GLA-ACCOUNT         PIC X(10).
                05 FILLER              PIC X.
                05 GLA-DESC            PIC X(30).

            FD GL-JOURNAL-FILE
                RECORD CONTAINS 73 CHARACTERS.

            01 GL-JOURNAL-RECORD.
                05 GLJ-REC-TYPE        PIC X.
                05 FILLER              PIC X.
                05 GLJ-SOURCE          PIC X(4).
                05 FILLER              PIC X.
                05 GLJ-BATCH-DATE      PIC 9(8).
                05 FILLER              PIC X.
                05 GLJ-BATCH-TIME      PIC 9(6).
                05 FILLER              PIC X.
                05 GLJ-DETAIL.
                    10 GLJ-ACCOUNT     PIC X(10).
                    10 FILLER          PIC X.
                    10 GLJ-DR-CR       PIC X.
                    10 FILLER          PIC X.
                    10 GLJ-AMOUNT      PIC 9(9)V99.
                    10 FILLER          PIC X.
                    10 GLJ-REFERENCE   PIC 9(6).
                    10 FILLER          PIC X.
                    10 GLJ-CUST-ID     PIC X(6).
                    10 FILLER          PIC X.
                    10 GLJ-ENTRY-TYPE  PIC X(8).
                    10 FILLER          PIC X.
                    10 GLJ-QUALIFIER   PIC X(2).
                05 GLJ-TRAILER REDEFINES GLJ-DETAIL.
                    10 GLT-DEBITS      PIC 9(11)V99.
                    10 FILLER          PIC X.
                    10 GLT-CREDITS     PIC 9(11)V99.
                    10 FILLER          PIC X.
                    10 GLT-LINES       PIC 9(6).
                    10 FILLER          PIC X.
                    10 GLT-STATUS      PIC X(10).
                    10 FILLER          PIC X(5).

            FD DISCREP-REPORT-FILE
                RECORD CONTAINS 126 CHARACTERS.

            01 DISCREP-REPORT-RECORD PIC X(126).

            FD UNCONF-REPORT-FILE
                RECORD CONTAINS 80 CHARACTERS.

            01 UNCONF-REPORT-RECORD PIC X(80).

            FD SHIP-EXCEPTION-FILE
                RECORD CONTAINS 96 CHARACTERS.

            01 SHIP-EXCEPTION-RECORD.
                05 SXR-REASON          PIC X(16).
                05 FILLER              PIC X.
                05 SXR-IMAGE           PIC X(79).

       WORKING-STORAGE SECTION.
            01 FLAGS-N-SWITCHES.
                05 PEND-EOF         PIC X       VALUE 'N'.
                05 KEEP-EOF         PIC X       VALUE 'N'.
                05 CONF-EOF         PIC X       VALUE 'N'.
                05 TX-EOF           PIC X       VALUE 'N'.
                05 GA-EOF           PIC X       VALUE 'N'.
                05 INVMAST-OPEN-SW  PIC X       VALUE 'N'.
                    88 INVMAST-OPEN          VALUE 'Y'.
                05 LINE-FOUND-SW    PIC X       VALUE 'N'.
                    88 LINE-FOUND            VALUE 'Y'.
                05 TX-FOUND-SW      PIC X       VALUE 'N'.
                    88 TX-FOUND              VALUE 'Y'.
                05 RESTORED-SW      PIC X       VALUE 'N'.
                    88 BOXES-RESTORED        VALUE 'Y'.

            01 INVMAST-STATUS       PIC XX      VALUE '00'.

            01 SHIP-CONTROL-FIELDS.
                05 CT-UNCONF-DAYS    PIC 9(3)   VALUE 005.

            01 RUN-DATE             PIC 9(8)    VALUE ZEROES.

            01 RUN-DATE-SPLIT REDEFINES RUN-DATE.
                05 RD-YEAR           PIC 9(4).
                05 RD-MONTH          PIC 99.
                05 RD-DAY            PIC 99.

            01 RUN-TIME-RAW         PIC 9(8)    VALUE ZEROES.

            01 RUN-TIME             PIC 9(6)    VALUE ZEROES.

            01 INV-NUMBER           PIC 9(6)    VALUE ZEROES.

            01 AGE-FIELDS.
                05 AGE-DAYS          PIC S9(6)  VALUE ZEROES.
                05 AGE-WORK          PIC S9(6)  VALUE ZEROES.
                05 AGE-DATE-HOLD     PIC 9(8)   VALUE ZEROES.
                05 AGE-DATE-SPLIT REDEFINES AGE-DATE-HOLD.
                    10 AGE-YEAR      PIC 9(4).
                    10 AGE-MONTH     PIC 99.
                    10 AGE-DAY       PIC 99.

            01 SHIPCF-COUNTERS.
                05 SF-PEND-IN        PIC 9(6)   VALUE ZEROES.
                05 SF-PEND-CARRIED   PIC 9(6)   VALUE ZEROES.
                05 SF-PEND-OUT       PIC 9(6)   VALUE ZEROES.
                05 SF-CONF-READ      PIC 9(6)   VALUE ZEROES.
                05 SF-CONF-REJECT    PIC 9(6)   VALUE ZEROES.
                05 SF-LINES-EXACT    PIC 9(6)   VALUE ZEROES.
                05 SF-LINES-SHORT    PIC 9(6)   VALUE ZEROES.
                05 SF-LINES-OVER     PIC 9(6)   VALUE ZEROES.
                05 SF-SHORT-BOXES    PIC 9(9)   VALUE ZEROES.
                05 SF-OVER-BOXES     PIC 9(9)   VALUE ZEROES.
                05 SF-UNCONF-LINES   PIC 9(6)   VALUE ZEROES.
                05 SF-CREDIT-TOTAL   PIC S9(9)V99 VALUE ZEROES.

            01 PENDING-TABLE-FIELDS.
                05 PT-COUNT          PIC 9(4)    VALUE ZEROES.
                05 PT-SUB            PIC 9(4)    VALUE ZEROES.
                05 PT-LAST-SUB       PIC 9(4)    VALUE ZEROES.
                05 PT-MAX-ENTRIES    PIC 9(4)    VALUE 2000.
                05 PT-REMAIN         PIC 9(4)    VALUE ZEROES.

            01 PENDING-TABLE.
                05 SPT-ENTRY OCCURS 2000 TIMES.
                    10 SPT-ORDER-NO  PIC X(8).
                    10 SPT-PROD-ID   PIC X(5).
                    10 SPT-CONFIRMED PIC X.
                    10 SPT-SHIPPED   PIC 9(4).
                    10 SPT-IMAGE     PIC X(79).

            01 PENDING-LINE.
                05 PL-BOOK-DATE        PIC 9(8).
                05 FILLER              PIC X.
                05 PL-ORDER-NO         PIC X(8).
                05 FILLER              PIC X.
                05 PL-PROD-ID          PIC X(5).
                05 FILLER              PIC X.
                05 PL-PROD-CODE        PIC X.
                05 FILLER              PIC X.
                05 PL-STATE            PIC X(2).
                05 FILLER              PIC X.
                05 PL-CITY             PIC X(2).
                05 FILLER              PIC X.
                05 PL-CUST-ID          PIC X(6).
                05 FILLER              PIC X.
                05 PL-CUST-NAME        PIC X(20).
                05 FILLER              PIC X.
                05 PL-INV-NO           PIC 9(6).
                05 FILLER              PIC X.
                05 PL-BOXES            PIC 9(3).
                05 FILLER              PIC X.
                05 PL-PRICE-PER        PIC 999V99.
                05 FILLER              PIC X.
                05 PL-MONTH-BOUGHT     PIC 99.

            01 SHORT-SHIP-FIELDS.
                05 SS-SHORT-BOXES    PIC 9(4)    VALUE ZEROES.
                05 SS-CREDIT-VAL     PIC S9(8)V99 VALUE ZEROES.
                05 SS-CREDIT-TAX     PIC S9(8)V99 VALUE ZEROES.
                05 SS-CREDIT-TOTAL   PIC S9(8)V99 VALUE ZEROES.
                05 SS-RATE-USED      PIC 9V9999  VALUE ZEROES.

            01 TAX-RATE-FIELDS.
                05 TX-COUNT          PIC 9(2)    VALUE ZEROES.
                05 TX-SUB            PIC 9(2)    VALUE ZEROES.
                05 TX-MAX-ENTRIES    PIC 9(2)    VALUE 8.

            01 TAX-RATE-TABLE.
                05 TRT-ENTRY OCCURS 8 TIMES.
                    10 TRT-STATE     PIC X(2).
                    10 TRT-RATE      PIC 9V9999.

            01 GL-JOURNAL-FIELDS.
                05 GL-BATCH-DEBITS   PIC 9(11)V99 VALUE ZEROES.
                05 GL-BATCH-CREDITS  PIC 9(11)V99 VALUE ZEROES.
                05 GL-BATCH-LINES    PIC 9(6)    VALUE ZEROES.
                05 GL-UNMAPPED-SW    PIC X       VALUE 'N'.
                    88 GL-UNMAPPED           VALUE 'Y'.
                05 GL-OUT-OF-BAL-SW  PIC X       VALUE 'N'.
                    88 GL-OUT-OF-BALANCE     VALUE 'Y'.
                05 GL-KEY-TYPE       PIC X(8)    VALUE SPACES.
                05 GL-KEY-QUAL       PIC X(2)    VALUE SPACES.
                05 GL-SCAN-QUAL      PIC X(2)    VALUE SPACES.
                05 GL-ACCOUNT-USE    PIC X(10)   VALUE SPACES.
                05 GL-POST-SIDE      PIC X       VALUE SPACES.
                05 GL-POST-AMT       PIC S9(9)V99 VALUE ZEROES.

            01 GL-ACCOUNT-FIELDS.
                05 GA-COUNT          PIC 9(3)    VALUE ZEROES.
                05 GA-SUB            PIC 9(3)    VALUE ZEROES.
                05 GA-MAX-ENTRIES    PIC 9(3)    VALUE 200.
                05 GA-FOUND-SW       PIC X       VALUE 'N'.
                    88 GA-FOUND              VALUE 'Y'.

            01 GL-ACCOUNT-TABLE.
                05 GAT-ENTRY OCCURS 200 TIMES.
                    10 GAT-ENTRY-TYPE PIC X(8).
                    10 GAT-QUALIFIER PIC X(2).
                    10 GAT-ACCOUNT   PIC X(10).

            01 DISCREP-TITLE-LINE.
                05 FILLER              PIC X(30).
                05                     PIC X(33)
                   VALUE 'PICKED VS SHIPPED DISCREPANCIES  '.
                05 DTI-RUN-DATE        PIC 9(8).

            01 DISCREP-COL-LINE.
                05                     PIC X(8)    VALUE 'ORDER NO'.
                05 FILLER              PIC X(2).
                05                     PIC X(4)    VALUE 'PROD'.
                05 FILLER              PIC X(2).
                05                     PIC X(5)    VALUE 'ST CY'.
                05 FILLER              PIC X.
                05                     PIC X(4)    VALUE 'CUST'.
                05 FILLER              PIC X(3).
                05                     PIC X(7)    VALUE 'INVOICE'.
                05 FILLER              PIC X(2).
                05                     PIC X(6)    VALUE 'PICKED'.
                05 FILLER              PIC X.
                05                     PIC X(7)    VALUE 'SHIPPED'.
                05 FILLER              PIC X(2).
                05                     PIC X(4)    VALUE 'DIFF'.
                05 FILLER              PIC X(11).
                05                     PIC X(6)    VALUE 'CREDIT'.
                05 FILLER              PIC X(2).
                05                     PIC X(7)    VALUE 'MEMO NO'.
                05 FILLER              PIC X(2).
                05                     PIC X(6)    VALUE 'STATUS'.

            01 DISCREP-DETAIL-LINE.
                05 DDL-ORDER-NO        PIC X(8).
                05 FILLER              PIC X(2).
                05 DDL-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 DDL-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 DDL-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 DDL-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 DDL-INV-NO          PIC 9(6).
                05 FILLER              PIC X(5).
                05 DDL-PICKED          PIC ZZ9.
                05 FILLER              PIC X(5).
                05 DDL-SHIPPED         PIC ZZZ9.
                05 FILLER              PIC X(2).
                05 DDL-DIFF            PIC ZZZ9-.
                05 FILLER              PIC X.
                05 DDL-CREDIT          PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X(2).
                05 DDL-MEMO-NO         PIC X(6).
                05 FILLER              PIC X(3).
                05 DDL-STATUS          PIC X(12).

            01 DISCREP-TOTAL-LINE.
                05                     PIC X(14)
                   VALUE 'SHORT SHIPPED:'.
                05 DTL-SHORT-LINES     PIC ZZZZZ9.
                05                     PIC X(8)    VALUE ' LINES, '.
                05 DTL-SHORT-BOXES     PIC ZZZ,ZZZ,ZZ9.
                05                     PIC X(16)
                   VALUE ' BOXES, CREDITED'.
                05 FILLER              PIC X.
                05 DTL-CREDIT          PIC $$$,$$$,$$9.99-.

            01 DISCREP-OVER-LINE.
                05                     PIC X(14)
                   VALUE 'OVER SHIPPED: '.
                05 DOL-OVER-LINES      PIC ZZZZZ9.
                05                     PIC X(8)    VALUE ' LINES, '.
                05 DOL-OVER-BOXES      PIC ZZZ,ZZZ,ZZ9.
                05                     PIC X(6)    VALUE ' BOXES'.

            01 DISCREP-COUNT-LINE.
                05                     PIC X(8)    VALUE 'PENDING='.
                05 DCL-PEND-IN         PIC 9(6).
                05                     PIC X(10)   VALUE ' CONFIRMS='.
                05 DCL-CONF-READ       PIC 9(6).
                05                     PIC X(9)    VALUE ' REJECTS='.
                05 DCL-CONF-REJECT     PIC 9(6).
                05                     PIC X(7)    VALUE ' EXACT='.
                05 DCL-EXACT           PIC 9(6).
                05                     PIC X(12)   VALUE ' STILL OPEN='.
                05 DCL-PEND-OUT        PIC 9(6).

            01 GL-BATCH-LINE.
                05                     PIC X(9)   VALUE 'GL BATCH '.
                05 GBL-DATE            PIC 9(8).
                05                     PIC X      VALUE '-'.
                05 GBL-TIME            PIC 9(6).
                05                     PIC X(8)   VALUE ' DEBITS '.
                05 GBL-DEBITS          PIC $$$,$$$,$$$,$$9.99.
                05                     PIC X(9)   VALUE ' CREDITS '.
                05 GBL-CREDITS         PIC $$$,$$$,$$$,$$9.99.
                05                     PIC X(7)   VALUE ' LINES '.
                05 GBL-LINES           PIC ZZZ,ZZ9.
                05 FILLER              PIC X.
                05 GBL-STATUS          PIC X(10).

            01 UNCONF-TITLE-LINE.
                05 FILLER              PIC X(12).
                05                     PIC X(29)
                   VALUE 'UNCONFIRMED SHIPMENTS AS OF  '.
                05 UTI-RUN-DATE        PIC 9(8).

            01 UNCONF-RULE-LINE.
                05                     PIC X(31)
                   VALUE 'NO CONFIRMATION AFTER MORE THAN'.
                05 FILLER              PIC X.
                05 URL-DAYS            PIC ZZ9.
                05                     PIC X(5)    VALUE ' DAYS'.

            01 UNCONF-COL-LINE.
                05                     PIC X(8)    VALUE 'ORDER NO'.
                05 FILLER              PIC X(2).
                05                     PIC X(4)    VALUE 'PROD'.
                05 FILLER              PIC X(2).
                05                     PIC X(5)    VALUE 'ST CY'.
                05 FILLER              PIC X.
                05                     PIC X(4)    VALUE 'CUST'.
                05 FILLER              PIC X(3).
                05                     PIC X(7)    VALUE 'INVOICE'.
                05 FILLER              PIC X(2).
                05                     PIC X(5)    VALUE 'BOXES'.
                05 FILLER              PIC X(2).
                05                     PIC X(6)    VALUE 'BOOKED'.
                05 FILLER              PIC X(5).
                05                     PIC X(3)    VALUE 'AGE'.

            01 UNCONF-DETAIL-LINE.
                05 UDL-ORDER-NO        PIC X(8).
                05 FILLER              PIC X(2).
                05 UDL-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 UDL-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 UDL-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 UDL-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 UDL-INV-NO          PIC 9(6).
                05 FILLER              PIC X(5).
                05 UDL-BOXES           PIC ZZ9.
                05 FILLER              PIC X(2).
                05 UDL-BOOK-DATE       PIC 9(8).
                05 FILLER              PIC X(2).
                05 UDL-AGE             PIC ZZZ9.

            01 UNCONF-TOTAL-LINE.
                05                     PIC X(19)
                   VALUE 'UNCONFIRMED LINES: '.
                05 UTL-LINES           PIC ZZZZZ9.

       PROCEDURE DIVISION.

            100-MAIN-ROUTINE.
                PERFORM 150-HOUSEKEEPING
                PERFORM 200-LOAD-PENDING
                PERFORM 300-APPLY-CONFIRMS
                PERFORM 400-SETTLE-LINES
                PERFORM 800-REWRITE-PENDING
                PERFORM 850-CLEAR-CONFIRMS
                PERFORM 900-EOF-ROUTINE
                IF GL-OUT-OF-BALANCE
                     MOVE 8 TO RETURN-CODE
                END-IF
                STOP RUN
            .

            150-HOUSEKEEPING.
                 ACCEPT RUN-DATE FROM DATE YYYYMMDD
                 ACCEPT RUN-TIME-RAW FROM TIME
                 DIVIDE RUN-TIME-RAW BY 100 GIVING RUN-TIME
                 PERFORM 160-READ-CONTROL
                 PERFORM 165-LOAD-TAX-RATES
                 PERFORM 175-SEED-INV-SEQ
                 PERFORM 180-LOAD-GL-ACCOUNTS
                 OPEN I-O INVENTORY-MASTER-FILE
                 IF INVMAST-STATUS = '00' OR '05'
                      MOVE 'Y' TO INVMAST-OPEN-SW
                 END-IF
                 OPEN EXTEND OPEN-ITEM-FILE
                             BACKORDER-FILE
                             GL-JOURNAL-FILE
                             SHIP-EXCEPTION-FILE
                 OPEN OUTPUT DISCREP-REPORT-FILE
                             UNCONF-REPORT-FILE
                 MOVE RUN-DATE TO DTI-RUN-DATE
                 WRITE DISCREP-REPORT-RECORD FROM DISCREP-TITLE-LINE
                 WRITE DISCREP-REPORT-RECORD FROM DISCREP-COL-LINE
                      AFTER ADVANCING 2
                 MOVE RUN-DATE TO UTI-RUN-DATE
                 MOVE CT-UNCONF-DAYS TO URL-DAYS
                 WRITE UNCONF-REPORT-RECORD FROM UNCONF-TITLE-LINE
                 WRITE UNCONF-REPORT-RECORD FROM UNCONF-RULE-LINE
                      AFTER ADVANCING 1
                 WRITE UNCONF-REPORT-RECORD FROM UNCONF-COL-LINE
                      AFTER ADVANCING 2

            .

            160-READ-CONTROL.
                 OPEN INPUT SHIP-CONTROL-FILE
                 READ SHIP-CONTROL-FILE
                      AT END
                           CONTINUE
                      NOT AT END
                           IF SCR-UNCONF-DAYS IS NUMERIC
                                MOVE SCR-UNCONF-DAYS TO CT-UNCONF-DAYS
                           END-IF
                 END-READ
                 CLOSE SHIP-CONTROL-FILE

            .

            165-LOAD-TAX-RATES.
                 OPEN INPUT TAX-RATE-FILE
                 PERFORM 170-TAX-RATE-NEXT
                      UNTIL TX-EOF = 'Y'
                 CLOSE TAX-RATE-FILE

            .

            170-TAX-RATE-NEXT.
                 READ TAX-RATE-FILE
                      AT END
                           MOVE 'Y' TO TX-EOF
                      NOT AT END
                           IF TX-COUNT < TX-MAX-ENTRIES
                                AND TXR-RATE IS NUMERIC
                                ADD 1 TO TX-COUNT
                                MOVE TXR-STATE
                                     TO TRT-STATE(TX-COUNT)
                                MOVE TXR-RATE
                                     TO TRT-RATE(TX-COUNT)
                           END-IF
                 END-READ

            .

            175-SEED-INV-SEQ.
                 OPEN INPUT INV-SEQ-FILE
                 READ INV-SEQ-FILE
                      AT END
                           CONTINUE
                      NOT AT END
                           IF ISR-SEQ IS NUMERIC
                                MOVE ISR-SEQ TO INV-NUMBER
                           END-IF
                 END-READ
                 CLOSE INV-SEQ-FILE

            .

            180-LOAD-GL-ACCOUNTS.
                 OPEN INPUT GL-ACCOUNT-FILE
                 PERFORM UNTIL GA-EOF = 'Y'
                      READ GL-ACCOUNT-FILE
                           AT END
                                MOVE 'Y' TO GA-EOF
                           NOT AT END
                                PERFORM 185-STORE-GL-ACCOUNT
                      END-READ
                 END-PERFORM
                 CLOSE GL-ACCOUNT-FILE

            .

            185-STORE-GL-ACCOUNT.
                 IF GA-COUNT < GA-MAX-ENTRIES
                      ADD 1 TO GA-COUNT
                      MOVE GLA-ENTRY-TYPE TO GAT-ENTRY-TYPE(GA-COUNT)
                      MOVE GLA-QUALIFIER TO GAT-QUALIFIER(GA-COUNT)
                      MOVE GLA-ACCOUNT TO GAT-ACCOUNT(GA-COUNT)
                 ELSE
                      MOVE SPACES TO SHIP-EXCEPTION-RECORD
                      MOVE 'GLACCT FULL' TO SXR-REASON
                      MOVE GL-ACCOUNT-RECORD TO SXR-IMAGE
                      WRITE SHIP-EXCEPTION-RECORD
                 END-IF

            .

            200-LOAD-PENDING.
                 OPEN INPUT SHIP-PENDING-FILE
                 OPEN OUTPUT SHIP-KEEP-FILE
                 PERFORM UNTIL PEND-EOF = 'Y'
                      READ SHIP-PENDING-FILE
                           AT END
                                MOVE 'Y' TO PEND-EOF
                           NOT AT END
                                ADD 1 TO SF-PEND-IN
                                PERFORM 210-STORE-PENDING
                      END-READ
                 END-PERFORM
                 CLOSE SHIP-PENDING-FILE
                 CLOSE SHIP-KEEP-FILE

            .

            210-STORE-PENDING.
                 MOVE SHIP-PENDING-RECORD TO PENDING-LINE
                 MOVE SPACES TO SHIP-EXCEPTION-RECORD
                 EVALUATE TRUE
                      WHEN PL-BOXES NOT NUMERIC
                           OR PL-PRICE-PER NOT NUMERIC
                           OR PL-ORDER-NO = SPACES
                           MOVE 'BAD PENDING LINE' TO SXR-REASON
                           PERFORM 220-CARRY-PENDING
                      WHEN PT-COUNT NOT < PT-MAX-ENTRIES
                           MOVE 'PENDING TBL FULL' TO SXR-REASON
                           PERFORM 220-CARRY-PENDING
                      WHEN OTHER
                           ADD 1 TO PT-COUNT
                           MOVE PL-ORDER-NO TO SPT-ORDER-NO(PT-COUNT)
                           MOVE PL-PROD-ID TO SPT-PROD-ID(PT-COUNT)
                           MOVE 'N' TO SPT-CONFIRMED(PT-COUNT)
                           MOVE ZEROES TO SPT-SHIPPED(PT-COUNT)
                           MOVE SHIP-PENDING-RECORD
                                TO SPT-IMAGE(PT-COUNT)
                 END-EVALUATE

            .

            220-CARRY-PENDING.
                 ADD 1 TO SF-PEND-CARRIED
                 WRITE SHIP-KEEP-RECORD FROM SHIP-PENDING-RECORD
                 MOVE SHIP-PENDING-RECORD TO SXR-IMAGE
                 WRITE SHIP-EXCEPTION-RECORD

            .

            300-APPLY-CONFIRMS.
                 OPEN INPUT SHIP-CONFIRM-FILE
                 PERFORM UNTIL CONF-EOF = 'Y'
                      READ SHIP-CONFIRM-FILE
                           AT END
                                MOVE 'Y' TO CONF-EOF
                           NOT AT END
                                ADD 1 TO SF-CONF-READ
                                PERFORM 310-APPLY-ONE-CONFIRM
                      END-READ
                 END-PERFORM
                 CLOSE SHIP-CONFIRM-FILE

            .

            310-APPLY-ONE-CONFIRM.
                 MOVE SPACES TO SHIP-EXCEPTION-RECORD
                 IF SCF-BOXES NOT NUMERIC
                      OR SCF-ORDER-NO = SPACES
                      OR SCF-PROD-ID = SPACES
                      MOVE 'BAD CONFIRM' TO SXR-REASON
                      PERFORM 700-REJECT-CONFIRM
                 ELSE
                      MOVE 'N' TO LINE-FOUND-SW
                      MOVE SCF-BOXES TO PT-REMAIN
                      MOVE ZEROES TO PT-LAST-SUB
                      PERFORM 320-CONFIRM-SCAN
                           VARYING PT-SUB FROM 1 BY 1
                           UNTIL PT-SUB > PT-COUNT
                                OR (LINE-FOUND AND PT-REMAIN = ZEROES)
                      IF LINE-FOUND
                           ADD PT-REMAIN TO SPT-SHIPPED(PT-LAST-SUB)
                      ELSE
                           MOVE 'NO PENDING LINE' TO SXR-REASON
                           PERFORM 700-REJECT-CONFIRM
                      END-IF
                 END-IF

            .

            320-CONFIRM-SCAN.
                 IF SPT-ORDER-NO(PT-SUB) = SCF-ORDER-NO
                      AND SPT-PROD-ID(PT-SUB) = SCF-PROD-ID
                      AND SPT-CONFIRMED(PT-SUB) = 'N'
                      MOVE 'Y' TO LINE-FOUND-SW
                      MOVE 'Y' TO SPT-CONFIRMED(PT-SUB)
                      MOVE PT-SUB TO PT-LAST-SUB
                      MOVE SPT-IMAGE(PT-SUB) TO PENDING-LINE
                      IF PT-REMAIN > PL-BOXES
                           MOVE PL-BOXES TO SPT-SHIPPED(PT-SUB)
                           SUBTRACT PL-BOXES FROM PT-REMAIN
                      ELSE
                           MOVE PT-REMAIN TO SPT-SHIPPED(PT-SUB)
                           MOVE ZEROES TO PT-REMAIN
                      END-IF
                 END-IF

            .

            400-SETTLE-LINES.
                 PERFORM 410-SETTLE-ONE-LINE
                      VARYING PT-SUB FROM 1 BY 1
                      UNTIL PT-SUB > PT-COUNT

            .

            410-SETTLE-ONE-LINE.
                 MOVE SPT-IMAGE(PT-SUB) TO PENDING-LINE
                 IF SPT-CONFIRMED(PT-SUB) = 'Y'
                      EVALUATE TRUE
                           WHEN SPT-SHIPPED(PT-SUB) = PL-BOXES
                                ADD 1 TO SF-LINES-EXACT
                           WHEN SPT-SHIPPED(PT-SUB) < PL-BOXES
                                PERFORM 450-SHORT-SHIP
                           WHEN OTHER
                                PERFORM 440-OVER-SHIP
                      END-EVALUATE
                 ELSE
                      MOVE PL-BOOK-DATE TO AGE-DATE-HOLD
                      PERFORM 530-CALC-AGE
                      IF AGE-DAYS > CT-UNCONF-DAYS
                           PERFORM 650-UNCONF-LINE
                      END-IF
                 END-IF

            .

            440-OVER-SHIP.
                 ADD 1 TO SF-LINES-OVER
                 SUBTRACT PL-BOXES FROM SPT-SHIPPED(PT-SUB)
                      GIVING SS-SHORT-BOXES
                 ADD SS-SHORT-BOXES TO SF-OVER-BOXES
                 MOVE SPACES TO DISCREP-DETAIL-LINE
                 PERFORM 600-DISCREP-LINE
                 MOVE SS-SHORT-BOXES TO DDL-DIFF
                 MOVE 'OVER SHIP' TO DDL-STATUS
                 WRITE DISCREP-REPORT-RECORD FROM DISCREP-DETAIL-LINE
                      AFTER ADVANCING 1

            .

            450-SHORT-SHIP.
                 ADD 1 TO SF-LINES-SHORT
                 SUBTRACT SPT-SHIPPED(PT-SUB) FROM PL-BOXES
                      GIVING SS-SHORT-BOXES
                 ADD SS-SHORT-BOXES TO SF-SHORT-BOXES
                 MULTIPLY SS-SHORT-BOXES BY PL-PRICE-PER
                      GIVING SS-CREDIT-VAL
                 PERFORM 455-TAX-RATE-LOOKUP
                 MULTIPLY SS-CREDIT-VAL BY SS-RATE-USED
                      GIVING SS-CREDIT-TAX ROUNDED
                 ADD SS-CREDIT-VAL SS-CREDIT-TAX GIVING SS-CREDIT-TOTAL
                 ADD SS-CREDIT-TOTAL TO SF-CREDIT-TOTAL
                 PERFORM 460-POST-CREDIT-MEMO
                 PERFORM 470-RESTORE-INVENTORY
                 PERFORM 480-WRITE-BACKORDER
                 PERFORM 550-GL-SHORT-JOURNAL
                 MOVE SPACES TO DISCREP-DETAIL-LINE
                 PERFORM 600-DISCREP-LINE
                 MULTIPLY -1 BY SS-SHORT-BOXES GIVING DDL-DIFF
                 MULTIPLY -1 BY SS-CREDIT-TOTAL GIVING DDL-CREDIT
                 MOVE INV-NUMBER TO DDL-MEMO-NO
                 IF BOXES-RESTORED
                      MOVE 'SHORT' TO DDL-STATUS
                 ELSE
                      MOVE 'SHORT NO INV' TO DDL-STATUS
                 END-IF
                 WRITE DISCREP-REPORT-RECORD FROM DISCREP-DETAIL-LINE
                      AFTER ADVANCING 1

            .

            455-TAX-RATE-LOOKUP.
                 MOVE ZEROES TO SS-RATE-USED
                 MOVE 'N' TO TX-FOUND-SW
                 PERFORM 456-TAX-RATE-SCAN
                      VARYING TX-SUB FROM 1 BY 1
                      UNTIL TX-SUB > TX-COUNT OR TX-FOUND

            .

            456-TAX-RATE-SCAN.
                 IF TRT-STATE(TX-SUB) = PL-STATE
                      MOVE 'Y' TO TX-FOUND-SW
                      MOVE TRT-RATE(TX-SUB) TO SS-RATE-USED
                 END-IF

            .

            460-POST-CREDIT-MEMO.
                 ADD 1 TO INV-NUMBER
                 MOVE SPACES TO OPEN-ITEM-RECORD
                 MOVE RUN-DATE TO OIR-INV-DATE
                 MOVE INV-NUMBER TO OIR-INV-NO
                 MOVE PL-CUST-ID TO OIR-CUST-ID
                 MOVE PL-CUST-NAME TO OIR-CUST-NAME
                 MULTIPLY -1 BY SS-CREDIT-TOTAL GIVING OIR-ORIG-AMT
                 MULTIPLY -1 BY SS-CREDIT-TOTAL GIVING OIR-BALANCE
                 WRITE OPEN-ITEM-RECORD

            .

            470-RESTORE-INVENTORY.
                 MOVE 'N' TO RESTORED-SW
                 IF INVMAST-OPEN
                      MOVE PL-STATE TO IM-STATE
                      MOVE PL-CITY TO IM-CITY
                      MOVE PL-PROD-ID TO IM-PROD-ID
                      READ INVENTORY-MASTER-FILE
                           INVALID KEY
                                CONTINUE
                           NOT INVALID KEY
                                IF INVMAST-STATUS = '00'
                                     ADD SS-SHORT-BOXES TO IM-ON-HAND
                                     REWRITE INVENTORY-MASTER-RECORD
                                          INVALID KEY
                                               CONTINUE
                                          NOT INVALID KEY
                                               IF INVMAST-STATUS = '00'
                                                    MOVE 'Y'
                                                      TO RESTORED-SW
                                               END-IF
                                     END-REWRITE
                                END-IF
                      END-READ
                 END-IF

            .

            480-WRITE-BACKORDER.
                 MOVE SPACES TO BACKORDER-RECORD
                 MOVE ZEROES TO BOR-ON-HAND
                 IF BOXES-RESTORED
                      MOVE IM-ON-HAND TO BOR-ON-HAND
                 END-IF
                 MOVE RUN-DATE TO BOR-RUN-DATE
                 MOVE PL-STATE TO BOR-STATE
                 MOVE PL-CITY TO BOR-CITY
                 MOVE PL-CUST-ID TO BOR-CUST-ID
                 MOVE PL-PROD-ID TO BOR-PROD-ID
                 MOVE SS-SHORT-BOXES TO BOR-BOXES
                 MOVE PL-PRICE-PER TO BOR-PRICE-PER
                 MOVE PL-ORDER-NO TO BOR-ORDER-NO
                 MOVE PL-MONTH-BOUGHT TO BOR-MONTH-BOUGHT
                 WRITE BACKORDER-RECORD

            .

            530-CALC-AGE.
                 IF AGE-DATE-HOLD IS NUMERIC
                      AND AGE-DATE-HOLD > ZEROES
                      SUBTRACT AGE-YEAR FROM RD-YEAR GIVING AGE-WORK
                      MULTIPLY AGE-WORK BY 360 GIVING AGE-DAYS
                      SUBTRACT AGE-MONTH FROM RD-MONTH GIVING AGE-WORK
                      MULTIPLY 30 BY AGE-WORK
                      ADD AGE-WORK TO AGE-DAYS
                      SUBTRACT AGE-DAY FROM RD-DAY GIVING AGE-WORK
                      ADD AGE-WORK TO AGE-DAYS
                      IF AGE-DAYS < ZEROES
                           MOVE ZEROES TO AGE-DAYS
                      END-IF
                 ELSE
                      MOVE ZEROES TO AGE-DAYS
                 END-IF

            .

            550-GL-SHORT-JOURNAL.
                 MOVE 'SALES' TO GL-KEY-TYPE
                 IF PL-PROD-CODE = 'E' OR 'O' OR 'C'
                      MOVE PL-PROD-CODE TO GL-KEY-QUAL
                 ELSE
                      MOVE SPACES TO GL-KEY-QUAL
                 END-IF
                 MOVE 'D' TO GL-POST-SIDE
                 MOVE SS-CREDIT-VAL TO GL-POST-AMT
                 PERFORM 560-GL-POST-LINE
                 MOVE 'TAXPAY' TO GL-KEY-TYPE
                 MOVE PL-STATE TO GL-KEY-QUAL
                 MOVE 'D' TO GL-POST-SIDE
                 MOVE SS-CREDIT-TAX TO GL-POST-AMT
                 PERFORM 560-GL-POST-LINE
                 MOVE 'AR' TO GL-KEY-TYPE
                 MOVE SPACES TO GL-KEY-QUAL
                 MOVE 'C' TO GL-POST-SIDE
                 MOVE SS-CREDIT-TOTAL TO GL-POST-AMT
                 PERFORM 560-GL-POST-LINE

            .

            560-GL-POST-LINE.
                 IF GL-POST-AMT NOT = ZEROES
                      PERFORM 570-GL-ACCOUNT-LOOKUP
                      MOVE SPACES TO GL-JOURNAL-RECORD
                      MOVE 'D' TO GLJ-REC-TYPE
                      MOVE 'SHIP' TO GLJ-SOURCE
                      MOVE RUN-DATE TO GLJ-BATCH-DATE
                      MOVE RUN-TIME TO GLJ-BATCH-TIME
                      MOVE GL-ACCOUNT-USE TO GLJ-ACCOUNT
                      MOVE GL-POST-SIDE TO GLJ-DR-CR
                      MOVE GL-POST-AMT TO GLJ-AMOUNT
                      MOVE INV-NUMBER TO GLJ-REFERENCE
                      MOVE PL-CUST-ID TO GLJ-CUST-ID
                      MOVE GL-KEY-TYPE TO GLJ-ENTRY-TYPE
                      MOVE GL-KEY-QUAL TO GLJ-QUALIFIER
                      WRITE GL-JOURNAL-RECORD
                      ADD 1 TO GL-BATCH-LINES
                      IF GL-POST-SIDE = 'D'
                           ADD GL-POST-AMT TO GL-BATCH-DEBITS
                      ELSE
                           ADD GL-POST-AMT TO GL-BATCH-CREDITS
                      END-IF
                 END-IF

            .

            570-GL-ACCOUNT-LOOKUP.
                 MOVE 'N' TO GA-FOUND-SW
                 MOVE GL-KEY-QUAL TO GL-SCAN-QUAL
                 PERFORM 575-GL-ACCOUNT-SCAN
                      VARYING GA-SUB FROM 1 BY 1
                      UNTIL GA-SUB > GA-COUNT OR GA-FOUND
                 IF NOT GA-FOUND AND GL-KEY-QUAL NOT = SPACES
                      MOVE SPACES TO GL-SCAN-QUAL
                      PERFORM 575-GL-ACCOUNT-SCAN
                           VARYING GA-SUB FROM 1 BY 1
                           UNTIL GA-SUB > GA-COUNT OR GA-FOUND
                 END-IF
                 IF NOT GA-FOUND
                      MOVE '*UNMAPPED*' TO GL-ACCOUNT-USE
                      IF NOT GL-UNMAPPED
                           MOVE 'Y' TO GL-UNMAPPED-SW
                           MOVE SPACES TO SHIP-EXCEPTION-RECORD
                           MOVE 'GL UNMAPPED' TO SXR-REASON
                           STRING GL-KEY-TYPE DELIMITED BY SPACE
                                  ' ' DELIMITED BY SIZE
                                  GL-KEY-QUAL DELIMITED BY SIZE
                                  INTO SXR-IMAGE
                           END-STRING
                           WRITE SHIP-EXCEPTION-RECORD
                      END-IF
                 END-IF

            .

            575-GL-ACCOUNT-SCAN.
                 IF GAT-ENTRY-TYPE(GA-SUB) = GL-KEY-TYPE
                      AND GAT-QUALIFIER(GA-SUB) = GL-SCAN-QUAL
                      MOVE 'Y' TO GA-FOUND-SW
                      MOVE GAT-ACCOUNT(GA-SUB) TO GL-ACCOUNT-USE
                 END-IF

            .

            580-GL-BATCH-TRAILER.
                 MOVE SPACES TO GL-JOURNAL-RECORD
                 MOVE 'T' TO GLJ-REC-TYPE
                 MOVE 'SHIP' TO GLJ-SOURCE
                 MOVE RUN-DATE TO GLJ-BATCH-DATE
                 MOVE RUN-TIME TO GLJ-BATCH-TIME
                 MOVE GL-BATCH-DEBITS TO GLT-DEBITS
                 MOVE GL-BATCH-CREDITS TO GLT-CREDITS
                 MOVE GL-BATCH-LINES TO GLT-LINES
                 EVALUATE TRUE
                      WHEN GL-UNMAPPED
                           MOVE 'UNMAPPED' TO GLT-STATUS
                           MOVE 'Y' TO GL-OUT-OF-BAL-SW
                      WHEN GL-BATCH-DEBITS NOT = GL-BATCH-CREDITS
                           MOVE 'OUT OF BAL' TO GLT-STATUS
                           MOVE 'Y' TO GL-OUT-OF-BAL-SW
                      WHEN OTHER
                           MOVE 'BALANCED' TO GLT-STATUS
                 END-EVALUATE
                 WRITE GL-JOURNAL-RECORD
                 MOVE RUN-DATE TO GBL-DATE
                 MOVE RUN-TIME TO GBL-TIME
                 MOVE GL-BATCH-DEBITS TO GBL-DEBITS
                 MOVE GL-BATCH-CREDITS TO GBL-CREDITS
                 MOVE GL-BATCH-LINES TO GBL-LINES
                 MOVE GLT-STATUS TO GBL-STATUS
                 WRITE DISCREP-REPORT-RECORD FROM GL-BATCH-LINE
                      AFTER ADVANCING 1

            .

            600-DISCREP-LINE.
                 MOVE PL-ORDER-NO TO DDL-ORDER-NO
                 MOVE PL-PROD-ID TO DDL-PROD-ID
                 MOVE PL-STATE TO DDL-STATE
                 MOVE PL-CITY TO DDL-CITY
                 MOVE PL-CUST-ID TO DDL-CUST-ID
                 MOVE PL-INV-NO TO DDL-INV-NO
                 MOVE PL-BOXES TO DDL-PICKED
                 MOVE SPT-SHIPPED(PT-SUB) TO DDL-SHIPPED
                 MOVE ZEROES TO DDL-CREDIT

            .

            650-UNCONF-LINE.
                 ADD 1 TO SF-UNCONF-LINES
                 MOVE PL-ORDER-NO TO UDL-ORDER-NO
                 MOVE PL-PROD-ID TO UDL-PROD-ID
                 MOVE PL-STATE TO UDL-STATE
                 MOVE PL-CITY TO UDL-CITY
                 MOVE PL-CUST-ID TO UDL-CUST-ID
                 MOVE PL-INV-NO TO UDL-INV-NO
                 MOVE PL-BOXES TO UDL-BOXES
                 MOVE PL-BOOK-DATE TO UDL-BOOK-DATE
                 MOVE AGE-DAYS TO UDL-AGE
                 WRITE UNCONF-REPORT-RECORD FROM UNCONF-DETAIL-LINE
                      AFTER ADVANCING 1

            .

            700-REJECT-CONFIRM.
                 ADD 1 TO SF-CONF-REJECT
                 MOVE SHIP-CONFIRM-RECORD TO SXR-IMAGE
                 WRITE SHIP-EXCEPTION-RECORD

            .

            800-REWRITE-PENDING.
                 OPEN OUTPUT SHIP-PENDING-FILE
                 PERFORM 810-WRITE-ONE-PENDING
                      VARYING PT-SUB FROM 1 BY 1
                      UNTIL PT-SUB > PT-COUNT
                 OPEN INPUT SHIP-KEEP-FILE
                 PERFORM UNTIL KEEP-EOF = 'Y'
                      READ SHIP-KEEP-FILE
                           AT END
                                MOVE 'Y' TO KEEP-EOF
                           NOT AT END
                                ADD 1 TO SF-PEND-OUT
                                WRITE SHIP-PENDING-RECORD
                                     FROM SHIP-KEEP-RECORD
                      END-READ
                 END-PERFORM
                 CLOSE SHIP-KEEP-FILE
                 CLOSE SHIP-PENDING-FILE

            .

            810-WRITE-ONE-PENDING.
                 IF SPT-CONFIRMED(PT-SUB) = 'N'
                      ADD 1 TO SF-PEND-OUT
                      WRITE SHIP-PENDING-RECORD FROM SPT-IMAGE(PT-SUB)
                 END-IF

            .

            850-CLEAR-CONFIRMS.
                 OPEN OUTPUT SHIP-CONFIRM-FILE
                 CLOSE SHIP-CONFIRM-FILE

            .

            900-EOF-ROUTINE.
                 MOVE SF-LINES-SHORT TO DTL-SHORT-LINES
                 MOVE SF-SHORT-BOXES TO DTL-SHORT-BOXES
                 MULTIPLY -1 BY SF-CREDIT-TOTAL GIVING DTL-CREDIT
                 WRITE DISCREP-REPORT-RECORD FROM DISCREP-TOTAL-LINE
                      AFTER ADVANCING 2
                 MOVE SF-LINES-OVER TO DOL-OVER-LINES
                 MOVE SF-OVER-BOXES TO DOL-OVER-BOXES
                 WRITE DISCREP-REPORT-RECORD FROM DISCREP-OVER-LINE
                      AFTER ADVANCING 1
                 MOVE SF-PEND-IN TO DCL-PEND-IN
                 MOVE SF-CONF-READ TO DCL-CONF-READ
                 MOVE SF-CONF-REJECT TO DCL-CONF-REJECT
                 MOVE SF-LINES-EXACT TO DCL-EXACT
                 MOVE SF-PEND-OUT TO DCL-PEND-OUT
                 WRITE DISCREP-REPORT-RECORD FROM DISCREP-COUNT-LINE
                      AFTER ADVANCING 1
                 PERFORM 580-GL-BATCH-TRAILER
                 MOVE SF-UNCONF-LINES TO UTL-LINES
                 WRITE UNCONF-REPORT-RECORD FROM UNCONF-TOTAL-LINE
                      AFTER ADVANCING 2
                 OPEN OUTPUT INV-SEQ-FILE
                 MOVE INV-NUMBER TO ISR-SEQ
                 WRITE INV-SEQ-RECORD
                 CLOSE INV-SEQ-FILE
                 IF INVMAST-OPEN
                      CLOSE INVENTORY-MASTER-FILE
                 END-IF
                 CLOSE OPEN-ITEM-FILE
                       BACKORDER-FILE
                       GL-JOURNAL-FILE
                       SHIP-EXCEPTION-FILE
                       DISCREP-REPORT-FILE
                       UNCONF-REPORT-FILE

            .
