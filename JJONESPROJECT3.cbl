      *                 normally as untracked - only a record that
      *                 exists with too little on hand (including
      *                 an explicit zero) diverts to backorder.
      *   10/15/26  JJ  Backorders are filled now: a backordered line
      *                 carries its order number and month bought on
      *                 BACKORD.txt (in the old trailing filler), and
      *                 the new JJONESBOFILL pass reserves stock for
      *                 the oldest lines and writes them to BOFILL.txt
      *                 as TRANS-TYPE B order records. BOFILL.txt is
      *                 fed through the sort on an unfiltered run like
      *                 the held releases and the recycle feed, and
      *                 cleared with RECYCLE.txt once consumed. A B
      *                 line books as a sale but leaves INVMAST.txt
      *                 alone - its boxes were already reserved.
      *   10/15/26  JJ  Credit limit enforcement. On a production run
      *                 (unfiltered, or a restart) the customer's open
      *                 AR - OPENITEM.txt balances plus register
      *                 entries not yet posted by cash application,
      *                 plus invoices raised earlier in this run - is
      *                 added to what the customer has booked so far
      *                 and to the order in hand. An order that would
      *                 take the customer over CM-CREDIT-LIMIT (zero
      *                 means no limit; returns are never stopped)
      *                 goes to CREDREV.txt and CREDREV-REPORT.txt
      *                 instead of the invoices, showing the limit,
      *                 open AR, this run, this order and the amount
      *                 over. CREDREV.txt is fed back through the
      *                 sort on every unfiltered run like the held
      *                 orders; an order number credit lists on
      *                 CREDREL.txt is released through the check
      *                 (printed RELEASED) and CREDREL.txt is cleared
      *                 once consumed. Raising the limit through
      *                 CUSTTRAN.txt releases the customer's orders on
      *                 the next run. Review boxes are checkpointed
      *                 and reconciled like the held boxes.
      *   10/15/26  JJ  General ledger journal. A production run now
      *                 appends a balanced entry per invoice to the
      *                 GL interface file GLJRNL.txt: AR debited for
      *                 the amount due, sales credited and returns
      *                 debited (contra-sales) by product type, and
      *                 sales tax payable credited by warehouse
      *                 state. Account numbers come from the account
      *                 map GLACCT.txt (entry type + product code or
      *                 state, falling back to the entry type alone),
      *                 never from the program. The batch ends with a
      *                 trailer proving debits = credits; a batch out
      *                 of balance or with an unmapped account is
      *                 flagged on the trailer, logged as an exception
      *                 and ends the run with RETURN-CODE 8. The batch
      *                 totals and the open invoice's type amounts
      *                 are checkpointed so a restart continues the
      *                 same batch.
      *   10/15/26  JJ  Every sale line booked on a production run is
      *                 also appended to the pending-shipment file
      *                 SHIPPEND.txt (order number, PROD-ID, warehouse,
      *                 customer, invoice number, boxes and price) so
      *                 the JJONESSHIPCF ship-confirm pass can match
      *                 what the warehouse actually shipped against
      *                 what was billed.
      *   10/15/26  JJ  Contract pricing. Each line is looked up on the
      *                 customer contract file CONTRACT.txt (indexed
      *                 on CUST-ID + PROD-ID, maintained with audit by
      *                 JJONESCONTMNT). A contract in force for the
      *                 line's bought month sets the expected price:
      *                 the contract price (or the list price in
      *                 effect when the contract price is zero) less
      *                 the percentage of the highest volume-break
      *                 tier the line's box count reaches.
      *                 485-PRICE-VARIANCE now measures the order price
      *                 against that expected price, so a line billed
      *                 at its negotiated price no longer lands on
      *                 PRICEVAR.txt; the variance line names the basis
      *                 (LIST or CONTRACT). Invoice lines show the list
      *                 price in effect, the discount from it and the
      *                 net price billed. The net price is the order
      *                 PRICE-PER, which is what SHIPPEND.txt and the
      *                 extension already carry.
      *   10/15/26  JJ  A filtered run or a skip-sort reprint does not
      *                 re-decide credit, so it now loads the order
      *                 numbers parked on CREDREV.txt and keeps those
      *                 orders off the order report and invoices
      *                 (counted as review boxes) until credit
      *                 releases them on a production run. CHKPT
      *                 record length corrected to 531 to match the
      *                 credit review and GL fields. Credit review
      *                 report title no longer truncated.
      ********************************************************************
      * INPUTS: UNSORT-ORDER-FILE
      * 	WAREHOUSE-STATE 	ALPHABETIC   1-2 (AL, GA)
      *		CUSTOMER-ID         ALPHANUMERIC 7-12 
      *     CUSTOMER-NAME       ALPHANUMERIC 13-32 
      *     CUSTOMER-RATING     NUMERIC      33
      *     TRANS-TYPE          ALPHANUMERIC 34 (SPACE/S=SALE R=RETURN
      *                                          B=BACKORDER FILL)
      *		PRODUCT DATA                     35-226 (MAXIMUM OF 12 ARRAY)
      *     	PROD-ID		    X(5)
      *         PROD-CODE       X PROD-TYPE:(E-EDIBLES , O-OILS, C-CAPSULES) 
                ASSIGN TO PRINTER 'INVOICES.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL INVOICE-REGISTER-FILE
                ASSIGN TO 'INVREG.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

                ASSIGN TO 'RECYCLE.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL BACKORDER-FILL-FILE
                ASSIGN TO 'BOFILL.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL RUN-LOG-FILE
                ASSIGN TO 'RUNLOG.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
                ASSIGN TO PRINTER 'RESTOCK.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL OPEN-ITEM-FILE
                ASSIGN TO 'OPENITEM.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL CREDIT-REVIEW-FILE
                ASSIGN TO 'CREDREV.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT CREDREV-REPORT-FILE
                ASSIGN TO PRINTER 'CREDREV-REPORT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL CREDIT-RELEASE-FILE
                ASSIGN TO 'CREDREL.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL GL-ACCOUNT-FILE
                ASSIGN TO 'GLACCT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL GL-JOURNAL-FILE
                ASSIGN TO 'GLJRNL.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL SHIP-PENDING-FILE
                ASSIGN TO 'SHIPPEND.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL CONTRACT-PRICE-FILE
                ASSIGN TO 'CONTRACT.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CP-KEY
                FILE STATUS IS CONTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
            FD UNSORT-ORDER-FILE
				05 SOR-CUST-RATING  PIC X.
				05 SOR-TRANS-TYPE   PIC X.
				    88 SOR-RETURN        VALUE 'R'.
				    88 SOR-BACKORDER-FILL VALUE 'B'.
				05 SOR-ORDER-ARRAY  OCCURS 12 TIMES.
					10 SOR-PROD-ID      PIC X(5).
					10 SOR-PROD-CODE    PIC X.
					10 SOR-NUM-BOXES    PIC 9(3).
					10 SOR-PRICE-PER    PIC 999V99.
                    10 SOR-PRICE-PER-X REDEFINES SOR-PRICE-PER
					                    PIC X(5).
					10 SOR-MONTH-BOUGHT PIC 99.
				05 SOR-ORDER-NO     PIC X(8).
                05 EXC-ORDER-IMAGE     PIC X(234).

            FD CUSTOMER-MASTER-FILE
                RECORD CONTAINS 109 CHARACTERS.

            01 CUSTOMER-MASTER-RECORD.
                05 CM-CUST-ID          PIC X(6).
                    88 CM-NOT-ON-CREDIT-HOLD VALUE 'N'.
                05 CM-RATING-CODE      PIC X.
                05 CM-RATING-NAME      PIC X(10).
                05 CM-CREDIT-LIMIT     PIC 9(7)V99.

            FD CSV-EXTRACT-FILE
                RECORD CONTAINS 110 CHARACTERS.
                05 RCR-EXC-LIMIT       PIC 9(4).

            FD CHECKPOINT-FILE
                RECORD CONTAINS 531 CHARACTERS.

            01 CHECKPOINT-RECORD.
                05 CKR-STATE            PIC X(2).
                05 CKR-BO-BOXES         PIC 9(9).
                05 FILLER               PIC X.
                05 CKR-RS-BOXES         PIC 9(9).
                05 FILLER               PIC X.
                05 CKR-CR-BOXES         PIC 9(9).
                05 FILLER               PIC X.
                05 CKR-CR-ORDERS        PIC 9(6).
                05 FILLER               PIC X.
                05 CKR-CR-VALUE         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
                05 FILLER               PIC X.
                05 CKR-CR-RELEASED      PIC 9(6).
                05 FILLER               PIC X.
                05 CKR-GL-DATE          PIC 9(8).
                05 FILLER               PIC X.
                05 CKR-GL-TIME          PIC 9(6).
                05 FILLER               PIC X.
                05 CKR-GL-DEBITS        PIC 9(11)V99.
                05 FILLER               PIC X.
                05 CKR-GL-CREDITS       PIC 9(11)V99.
                05 FILLER               PIC X.
                05 CKR-GL-LINES         PIC 9(6).
                05 FILLER               PIC X.
                05 CKR-GL-UNMAPPED      PIC X.
                05 FILLER               PIC X.
                05 CKR-GL-INVOICE OCCURS 4 TIMES.
                    10 CKR-GLI-SALES    PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
                    10 FILLER           PIC X.
                    10 CKR-GLI-RETURNS  PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
                    10 FILLER           PIC X.

            FD HELD-ORDER-FILE
                RECORD CONTAINS 234 CHARACTERS.
                    10 RCY-MONTH-BOUGHT PIC 99.
                05 RCY-ORDER-NO     PIC X(8).

            FD BACKORDER-FILL-FILE
                RECORD CONTAINS 234 CHARACTERS.

            01 BACKORDER-FILL-RECORD.
                05 BFR-STATE        PIC A(2).
                05 FILLER           PIC X.
                05 BFR-CITY         PIC X(2).
                05 FILLER           PIC X.
                05 BFR-CUST-ID      PIC X(6).
                05 BFR-CUST-NAME    PIC X(20).
                05 BFR-CUST-RATING  PIC X.
                05 BFR-TRANS-TYPE   PIC X.
                05 BFR-ORDER-ARRAY  OCCURS 12 TIMES.
                    10 BFR-PROD-ID      PIC X(5).
                    10 BFR-PROD-CODE    PIC X.
                    10 BFR-NUM-BOXES    PIC 9(3).
                    10 BFR-PRICE-PER    PIC 999V99.
                    10 BFR-MONTH-BOUGHT PIC 99.
                05 BFR-ORDER-NO     PIC X(8).

            FD RUN-LOG-FILE
                RECORD CONTAINS 68 CHARACTERS.

                05 BOR-PRICE-PER       PIC 999V99.
                05 FILLER              PIC X.
                05 BOR-ON-HAND         PIC 9(6).
                05 BOR-ORDER-NO        PIC X(8).
                05 BOR-MONTH-BOUGHT    PIC 99.

            FD BACKORDER-REPORT-FILE
                RECORD CONTAINS 80 CHARACTERS.

            01 RESTOCK-REPORT-RECORD    PIC X(80).

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

            FD CREDIT-REVIEW-FILE
                RECORD CONTAINS 234 CHARACTERS.

            01 CREDIT-REVIEW-RECORD.
                05 CVR-STATE        PIC A(2).
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

            FD CREDREV-REPORT-FILE
                RECORD CONTAINS 126 CHARACTERS.

            01 CREDREV-REPORT-RECORD    PIC X(126).

            FD CREDIT-RELEASE-FILE
                RECORD CONTAINS 8 CHARACTERS.

            01 CREDIT-RELEASE-RECORD.
                05 CLR-ORDER-NO        PIC X(8).

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

            FD SHIP-PENDING-FILE
                RECORD CONTAINS 79 CHARACTERS.

            01 SHIP-PENDING-RECORD.
                05 SPR-BOOK-DATE       PIC 9(8).
                05 FILLER              PIC X.
                05 SPR-ORDER-NO        PIC X(8).
                05 FILLER              PIC X.
                05 SPR-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 SPR-PROD-CODE       PIC X.
                05 FILLER              PIC X.
                05 SPR-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 SPR-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 SPR-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 SPR-CUST-NAME       PIC X(20).
                05 FILLER              PIC X.
                05 SPR-INV-NO          PIC 9(6).
                05 FILLER              PIC X.
                05 SPR-BOXES           PIC 9(3).
                05 FILLER              PIC X.
                05 SPR-PRICE-PER       PIC 999V99.
                05 FILLER              PIC X.
                05 SPR-MONTH-BOUGHT    PIC 99.

            FD CONTRACT-PRICE-FILE
                RECORD CONTAINS 49 CHARACTERS.

            01 CONTRACT-PRICE-RECORD.
                05 CP-KEY.
                    10 CP-CUST-ID      PIC X(6).
                    10 CP-PROD-ID      PIC X(5).
                05 CP-EFF-YYYYMM       PIC 9(6).
                05 CP-EXP-YYYYMM       PIC 9(6).
                05 CP-PRICE            PIC 999V99.
                05 CP-TIER OCCURS 3 TIMES.
                    10 CP-TIER-BOXES   PIC 9(3).
                    10 CP-TIER-PCT     PIC 99V99.

       WORKING-STORAGE SECTION.
            01 FLAGS-N-SWITCHES.
                05 EOF-FLAG         PIC X		VALUE 'N'.
                    88 NOT-HELD-ORDER        VALUE 'N'.
                05 CUSTMAST-EOF     PIC X       VALUE 'N'.
                05 RECYCLE-IN-EOF   PIC X       VALUE 'N'.
                05 BOFILL-IN-EOF    PIC X       VALUE 'N'.
                05 REP-FOUND-SW     PIC X       VALUE 'N'.
                    88 REP-FOUND             VALUE 'Y'.
                05 INV-TRACK-SW     PIC X       VALUE 'N'.

            01 PRODMAST-STATUS      PIC XX      VALUE '00'.

            01 CONTRACT-STATUS      PIC XX      VALUE '00'.

            01 INVMAST-STATUS       PIC XX      VALUE '00'.

            01 BACKORDER-FIELDS.
                05 PV-DIFF           PIC S9(3)V99 VALUE ZEROES.
                05 PV-ABS-DIFF       PIC 9(3)V99 VALUE ZEROES.
                05 PV-EFF-PRICE      PIC 999V99  VALUE ZEROES.
                05 PV-NET-PRICE      PIC 999V99  VALUE ZEROES.
                05 PV-DISCOUNT       PIC S999V99 VALUE ZEROES.

            01 CONTRACT-PRICE-FIELDS.
                05 CP-OPEN-SW        PIC X       VALUE 'N'.
                    88 CP-AVAILABLE          VALUE 'Y'.
                    88 CP-OPEN-FAILED        VALUE 'F'.
                05 CP-APPLIES-SW     PIC X       VALUE 'N'.
                    88 CP-APPLIES            VALUE 'Y'.
                05 CP-SUB            PIC 9       VALUE ZEROES.
                05 CP-BEST-BOXES     PIC 9(3)    VALUE ZEROES.
                05 CP-PCT-USED       PIC 99V99   VALUE ZEROES.
                05 CP-BASE-PRICE     PIC 999V99  VALUE ZEROES.
                05 CP-LINE-YYYYMM.
                    10 CPL-YEAR      PIC 9(4).
                    10 CPL-MONTH     PIC 99.
                05 CP-LINE-NUM REDEFINES CP-LINE-YYYYMM
                                     PIC 9(6).

            01 RETURN-SUSPENSE-FIELDS.
                05 RS-DIVERT-SW      PIC X       VALUE 'N'.
                05 OSN-OVFL-SW       PIC X       VALUE 'N'.
                05 NP-OVFL-SW        PIC X       VALUE 'N'.
                05 PH-OVFL-SW        PIC X       VALUE 'N'.
                05 AR-OVFL-SW        PIC X       VALUE 'N'.
                05 CL-OVFL-SW        PIC X       VALUE 'N'.
                05 GA-OVFL-SW        PIC X       VALUE 'N'.
                05 CRP-OVFL-SW       PIC X       VALUE 'N'.

            01 CREDIT-LIMIT-FIELDS.
                05 CR-REVIEW-SW      PIC X       VALUE 'N'.
                    88 CR-REVIEW             VALUE 'Y'.
                05 CR-RELEASED-SW    PIC X       VALUE 'N'.
                    88 CR-RELEASED           VALUE 'Y'.
                05 CR-IN-EOF         PIC X       VALUE 'N'.
                05 CR-OPEN-AR        PIC S9(9)V99 VALUE ZEROES.
                05 CR-RUN-TOTAL      PIC S9(9)V99 VALUE ZEROES.
                05 CR-ORDER-VAL      PIC S9(9)V99 VALUE ZEROES.
                05 CR-LINE-VAL       PIC S9(6)V99 VALUE ZEROES.
                05 CR-EXPOSURE       PIC S9(9)V99 VALUE ZEROES.
                05 CR-OVER-BY        PIC S9(9)V99 VALUE ZEROES.
                05 CR-TOT-BOXES      PIC 9(9)    VALUE ZEROES.
                05 CR-TOT-ORDERS     PIC 9(6)    VALUE ZEROES.
                05 CR-TOT-VALUE      PIC S9(11)V99 VALUE ZEROES.
                05 CR-REL-ORDERS     PIC 9(6)    VALUE ZEROES.

            01 OPEN-AR-FIELDS.
                05 AR-COUNT          PIC 9(4)    VALUE ZEROES.
                05 AR-SUB            PIC 9(4)    VALUE ZEROES.
                05 AR-USE-SUB        PIC 9(4)    VALUE ZEROES.
                05 AR-MAX-ENTRIES    PIC 9(4)    VALUE 1500.
                05 AR-FOUND-SW       PIC X       VALUE 'N'.
                    88 AR-FOUND              VALUE 'Y'.
                05 AR-KEY-CUST       PIC X(6)    VALUE SPACES.
                05 AR-ADD-AMT        PIC S9(9)V99 VALUE ZEROES.
                05 AR-OI-EOF         PIC X       VALUE 'N'.
                05 AR-REG-EOF        PIC X       VALUE 'N'.

            01 OPEN-AR-TABLE.
                05 ART-ENTRY OCCURS 1500 TIMES.
                    10 ART-CUST-ID   PIC X(6).
                    10 ART-BALANCE   PIC S9(9)V99.

            01 CREDIT-RELEASE-FIELDS.
                05 CL-COUNT          PIC 9(3)    VALUE ZEROES.
                05 CL-SUB            PIC 9(3)    VALUE ZEROES.
                05 CL-MAX-ENTRIES    PIC 9(3)    VALUE 200.
                05 CL-EOF            PIC X       VALUE 'N'.

            01 CREDIT-RELEASE-TABLE.
                05 CLT-ORDER-NO      PIC X(8) OCCURS 200 TIMES.

            01 CREDIT-PARKED-FIELDS.
                05 CRP-COUNT         PIC 9(4)    VALUE ZEROES.
                05 CRP-SUB           PIC 9(4)    VALUE ZEROES.
                05 CRP-MAX-ENTRIES   PIC 9(4)    VALUE 1000.
                05 CRP-EOF           PIC X       VALUE 'N'.
                05 CRP-FOUND-SW      PIC X       VALUE 'N'.
                    88 CRP-FOUND             VALUE 'Y'.

            01 CREDIT-PARKED-TABLE.
                05 CRPT-ORDER-NO     PIC X(8) OCCURS 1000 TIMES.

            01 GL-JOURNAL-FIELDS.
                05 GL-BATCH-DATE     PIC 9(8)    VALUE ZEROES.
                05 GL-BATCH-TIME     PIC 9(6)    VALUE ZEROES.
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
                05 GL-SUB            PIC 9       VALUE ZEROES.

            01 GL-INVOICE-TABLE.
                05 GLI-ENTRY OCCURS 4 TIMES.
                    10 GLI-SALES     PIC S9(9)V99 VALUE ZEROES.
                    10 GLI-RETURNS   PIC S9(9)V99 VALUE ZEROES.

            01 GL-ACCOUNT-FIELDS.
                05 GA-COUNT          PIC 9(3)    VALUE ZEROES.
                05 GA-SUB            PIC 9(3)    VALUE ZEROES.
                05 GA-MAX-ENTRIES    PIC 9(3)    VALUE 200.
                05 GA-EOF            PIC X       VALUE 'N'.
                05 GA-FOUND-SW       PIC X       VALUE 'N'.
                    88 GA-FOUND              VALUE 'Y'.

            01 GL-ACCOUNT-TABLE.
                05 GAT-ENTRY OCCURS 200 TIMES.
                    10 GAT-ENTRY-TYPE PIC X(8).
                    10 GAT-QUALIFIER PIC X(2).
                    10 GAT-ACCOUNT   PIC X(10).

            01 NET-PURCH-FIELDS.
                05 NP-COUNT          PIC 9(4)    VALUE ZEROES.
                   VALUE 'BOXES RSUSP:'.
                05 RCL-BOX-RSUSP       PIC ZZZ,ZZZ,ZZ9.

            01 RECONCILE-LINE7.
                05 FILLER              PIC X(20).
                05                     PIC X(12)
                   VALUE 'BOXES CRREV:'.
                05 RCL-BOX-CRREV       PIC ZZZ,ZZZ,ZZ9.

            01 RECONCILE-SKIP-LINE.
                05 FILLER              PIC X(21)
                   VALUE 'SORT RECONCILIATION: '.
                05                     PIC X(5)    VALUE 'MONTH'.
                05 FILLER              PIC X(6).
                05                     PIC X(5)    VALUE 'BOXES'.
                05 FILLER              PIC X(4).
                05                     PIC X(4)    VALUE 'LIST'.
                05 FILLER              PIC X(3).
                05                     PIC X(4)    VALUE 'DISC'.
                05 FILLER              PIC X(7).
                05                     PIC X(3)    VALUE 'NET'.
                05 FILLER              PIC X(6).
                05                     PIC X(8)
                   VALUE 'EXTENDED'.

                05 FILLER              PIC X(4).
                05 IVL-BOXES           PIC ZZ9.
                05 FILLER              PIC X(2).
                05 IVL-LIST-PRICE      PIC ZZ9.99.
                05 FILLER              PIC X(2).
                05 IVL-DISCOUNT        PIC ZZ9.99-.
                05 FILLER              PIC X(2).
                05 IVL-PRICE           PIC ZZ9.99.
                05 FILLER              PIC X(2).
                05 IVL-EXT             PIC $ZZZ,ZZ9.99-.
                05 FILLER              PIC X.
                05                     PIC X(5)    VALUE 'BOXES'.

            01 CREDREV-HEADER.
                05                     PIC X(41)
                   VALUE 'ORDERS PENDING CREDIT REVIEW - OVER LIMIT'.

            01 CREDREV-COL-LINE.
                05                     PIC X(4)    VALUE 'CUST'.
                05 FILLER              PIC X(3).
                05                     PIC X(13)
                   VALUE 'CUSTOMER NAME'.
                05 FILLER              PIC X(8).
                05                     PIC X(8)    VALUE 'ORDER NO'.
                05 FILLER              PIC X(2).
                05                     PIC X(12)   VALUE 'CREDIT LIMIT'.
                05 FILLER              PIC X(9).
                05                     PIC X(7)    VALUE 'OPEN AR'.
                05 FILLER              PIC X(6).
                05                     PIC X(10)   VALUE 'RUN BOOKED'.
                05 FILLER              PIC X(6).
                05                     PIC X(10)   VALUE 'THIS ORDER'.
                05 FILLER              PIC X(3).
                05                     PIC X(13)
                   VALUE 'OVER LIMIT BY'.
                05 FILLER              PIC X.
                05                     PIC X(6)    VALUE 'STATUS'.

            01 CREDREV-LINE.
                05 CVL-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 CVL-CUST-NAME       PIC X(20).
                05 FILLER              PIC X.
                05 CVL-ORDER-NO        PIC X(8).
                05 FILLER              PIC X.
                05 CVL-LIMIT           PIC $$,$$$,$$9.99.
                05 FILLER              PIC X.
                05 CVL-OPEN-AR         PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X.
                05 CVL-RUN-TOTAL       PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X.
                05 CVL-ORDER-VAL       PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X.
                05 CVL-OVER-BY         PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X.
                05 CVL-STATUS          PIC X(8).

            01 CREDREV-TOTAL-LINE.
                05                     PIC X(24)
                   VALUE 'TOTAL IN CREDIT REVIEW: '.
                05 CVT-ORDERS          PIC ZZZZZ9.
                05 FILLER              PIC X.
                05                     PIC X(7)    VALUE 'ORDERS,'.
                05 FILLER              PIC X.
                05 CVT-BOXES           PIC ZZZ,ZZZ,ZZ9.
                05 FILLER              PIC X.
                05                     PIC X(6)    VALUE 'BOXES,'.
                05 FILLER              PIC X.
                05 CVT-VALUE           PIC $$$,$$$,$$$,$$9.99-.

            01 CREDREV-RELEASED-LINE.
                05                     PIC X(24)
                   VALUE 'RELEASED BY CREDIT:     '.
                05 CVT-RELEASED        PIC ZZZZZ9.
                05 FILLER              PIC X.
                05                     PIC X(6)    VALUE 'ORDERS'.

            01 RESTOCK-HEADER.
                05                     PIC X(38)
                   VALUE 'RESTOCK REPORT - BELOW REORDER POINT'.

            01 PRICE-VARIANCE-HEADER.
                05                     PIC X(41)
                   VALUE 'PRICE VARIANCE EXCEPTIONS - ORDER VS BASE'.

            01 PRICE-VARIANCE-LINE.
                05 PVL-CUST-ID         PIC X(6).
                05                     PIC X(6)    VALUE 'ORDER:'.
                05 PVL-ORDER-PRICE     PIC ZZ9.99.
                05 FILLER              PIC X(2).
                05                     PIC X(5)    VALUE 'BASE:'.
                05 PVL-LIST-PRICE      PIC ZZ9.99.
                05 FILLER              PIC X(2).
                05                     PIC X(5)    VALUE 'DIFF:'.
                05 PVL-DIFF            PIC +ZZ9.99.
                05 FILLER              PIC X.
                05 PVL-BASIS           PIC X(8).

       PROCEDURE DIVISION.
	   
				PERFORM 900-EOF-ROUTINE
                IF RECON-MISMATCH
                     OR EXC-COUNT > RC-EXC-LIMIT
                     OR GL-OUT-OF-BALANCE
                     MOVE 8 TO RETURN-CODE
                END-IF
				STOP RUN
                           IF CKR-RS-BOXES IS NUMERIC
                                MOVE CKR-RS-BOXES TO RS-TOT-BOXES
                           END-IF
                           IF CKR-CR-BOXES IS NUMERIC
                                AND CKR-CR-ORDERS IS NUMERIC
                                AND CKR-CR-VALUE IS NUMERIC
                                AND CKR-CR-RELEASED IS NUMERIC
                                MOVE CKR-CR-BOXES TO CR-TOT-BOXES
                                MOVE CKR-CR-ORDERS TO CR-TOT-ORDERS
                                MOVE CKR-CR-VALUE TO CR-TOT-VALUE
                                MOVE CKR-CR-RELEASED TO CR-REL-ORDERS
                           END-IF
                           IF CKR-GL-DATE IS NUMERIC
                                AND CKR-GL-TIME IS NUMERIC
                                AND CKR-GL-DEBITS IS NUMERIC
                                AND CKR-GL-CREDITS IS NUMERIC
                                AND CKR-GL-LINES IS NUMERIC
                                MOVE CKR-GL-DATE TO GL-BATCH-DATE
                                MOVE CKR-GL-TIME TO GL-BATCH-TIME
                                MOVE CKR-GL-DEBITS TO GL-BATCH-DEBITS
                                MOVE CKR-GL-CREDITS TO GL-BATCH-CREDITS
                                MOVE CKR-GL-LINES TO GL-BATCH-LINES
                                MOVE CKR-GL-UNMAPPED TO GL-UNMAPPED-SW
                                PERFORM 149-GL-INVOICE-RESTORE
                                     VARYING GL-SUB FROM 1 BY 1
                                     UNTIL GL-SUB > 4
                           END-IF
                           SET CKF-RESTARTING TO TRUE
                           SET CKF-BEFORE-CHECKPOINT TO TRUE
                           MOVE 'Y' TO RC-SKIP-SORT
                      AND RC-FILTER-CITY = SPACES
                      PERFORM 122-RELEASE-HELD-ORDERS
                      PERFORM 126-RELEASE-RECYCLE
                      PERFORM 133-RELEASE-BACKORDER-FILLS
                      PERFORM 136-RELEASE-CREDIT-REVIEW
                 END-IF

            .

            .

            133-RELEASE-BACKORDER-FILLS.
                 OPEN INPUT BACKORDER-FILL-FILE
                 PERFORM UNTIL BOFILL-IN-EOF = 'Y'
                      READ BACKORDER-FILL-FILE
                           AT END
                                MOVE 'Y' TO BOFILL-IN-EOF
                           NOT AT END
                                PERFORM 135-BOFILL-IN-TALLY
                                RELEASE SORT-RECORD
                                     FROM BACKORDER-FILL-RECORD
                      END-READ
                 END-PERFORM
                 CLOSE BACKORDER-FILL-FILE

            .

            135-BOFILL-IN-TALLY.
                 ADD 1 TO RECON-IN-COUNT
                 PERFORM VARYING SUB FROM 1 BY 1
                      UNTIL SUB > MAX-PRODUCTS
                      IF BFR-NUM-BOXES(SUB) IS NUMERIC
                           ADD BFR-NUM-BOXES(SUB) TO RECON-IN-BOXES
                      END-IF
                 END-PERFORM

            .

            136-RELEASE-CREDIT-REVIEW.
                 OPEN INPUT CREDIT-REVIEW-FILE
                 PERFORM UNTIL CR-IN-EOF = 'Y'
                      READ CREDIT-REVIEW-FILE
                           AT END
                                MOVE 'Y' TO CR-IN-EOF
                           NOT AT END
                                PERFORM 137-CREDREV-IN-TALLY
                                RELEASE SORT-RECORD
                                     FROM CREDIT-REVIEW-RECORD
                      END-READ
                 END-PERFORM
                 CLOSE CREDIT-REVIEW-FILE

            .

            137-CREDREV-IN-TALLY.
                 ADD 1 TO RECON-IN-COUNT
                 PERFORM VARYING SUB FROM 1 BY 1
                      UNTIL SUB > MAX-PRODUCTS
                      IF CVR-NUM-BOXES(SUB) IS NUMERIC
                           ADD CVR-NUM-BOXES(SUB) TO RECON-IN-BOXES
                      END-IF
                 END-PERFORM

            .

            121-SORT-IN-TALLY.
                 ADD 1 TO RECON-IN-COUNT
                 PERFORM VARYING SUB FROM 1 BY 1

            .

            138-LOAD-CREDIT-PARKED.
                 OPEN INPUT CREDIT-REVIEW-FILE
                 PERFORM 139-CREDIT-PARKED-NEXT
                      UNTIL CRP-EOF = 'Y'
                 CLOSE CREDIT-REVIEW-FILE

            .

            139-CREDIT-PARKED-NEXT.
                 READ CREDIT-REVIEW-FILE
                      AT END
                           MOVE 'Y' TO CRP-EOF
                      NOT AT END
                           IF CVR-ORDER-NO NOT = SPACES
                                IF CRP-COUNT < CRP-MAX-ENTRIES
                                     ADD 1 TO CRP-COUNT
                                     MOVE CVR-ORDER-NO
                                          TO CRPT-ORDER-NO(CRP-COUNT)
                                ELSE
                                     IF CRP-OVFL-SW = 'N'
                                          MOVE 'Y' TO CRP-OVFL-SW
                                     END-IF
                                END-IF
                           END-IF
                 END-READ

            .

            140-LOAD-OPEN-AR.
                 OPEN INPUT OPEN-ITEM-FILE
                 PERFORM 141-OPEN-ITEM-NEXT
                      UNTIL AR-OI-EOF = 'Y'
                 CLOSE OPEN-ITEM-FILE
                 OPEN INPUT INVOICE-REGISTER-FILE
                 PERFORM 142-REGISTER-NEXT
                      UNTIL AR-REG-EOF = 'Y'
                 CLOSE INVOICE-REGISTER-FILE

            .

            141-OPEN-ITEM-NEXT.
                 READ OPEN-ITEM-FILE
                      AT END
                           MOVE 'Y' TO AR-OI-EOF
                      NOT AT END
                           IF OIR-BALANCE IS NUMERIC
                                MOVE OIR-CUST-ID TO AR-KEY-CUST
                                MOVE OIR-BALANCE TO AR-ADD-AMT
                                PERFORM 143-AR-POST
                           END-IF
                 END-READ

            .

            142-REGISTER-NEXT.
                 READ INVOICE-REGISTER-FILE
                      AT END
                           MOVE 'Y' TO AR-REG-EOF
                      NOT AT END
                           IF RGL-TOTAL IS NUMERIC
                                MOVE RGL-CUST-ID TO AR-KEY-CUST
                                MOVE RGL-TOTAL TO AR-ADD-AMT
                                IF RGL-TAX IS NUMERIC
                                     ADD RGL-TAX TO AR-ADD-AMT
                                END-IF
                                PERFORM 143-AR-POST
                           END-IF
                 END-READ

            .

            143-AR-POST.
                 PERFORM 144-AR-FIND
                 IF NOT AR-FOUND
                      IF AR-COUNT < AR-MAX-ENTRIES
                           ADD 1 TO AR-COUNT
                           MOVE AR-KEY-CUST TO ART-CUST-ID(AR-COUNT)
                           MOVE ZEROES TO ART-BALANCE(AR-COUNT)
                           MOVE AR-COUNT TO AR-USE-SUB
                      ELSE
                           IF AR-OVFL-SW = 'N'
                                MOVE 'Y' TO AR-OVFL-SW
                           END-IF
                      END-IF
                 END-IF
                 IF AR-USE-SUB > 0
                      ADD AR-ADD-AMT TO ART-BALANCE(AR-USE-SUB)
                 END-IF

            .

            144-AR-FIND.
                 MOVE 'N' TO AR-FOUND-SW
                 MOVE ZEROES TO AR-USE-SUB
                 PERFORM 145-AR-SCAN
                      VARYING AR-SUB FROM 1 BY 1
                      UNTIL AR-SUB > AR-COUNT OR AR-FOUND

            .

            145-AR-SCAN.
                 IF ART-CUST-ID(AR-SUB) = AR-KEY-CUST
                      MOVE 'Y' TO AR-FOUND-SW
                      MOVE AR-SUB TO AR-USE-SUB
                 END-IF

            .

            146-LOAD-CREDIT-RELEASES.
                 OPEN INPUT CREDIT-RELEASE-FILE
                 PERFORM 147-CREDIT-RELEASE-NEXT
                      UNTIL CL-EOF = 'Y'
                 CLOSE CREDIT-RELEASE-FILE

            .

            147-CREDIT-RELEASE-NEXT.
                 READ CREDIT-RELEASE-FILE
                      AT END
                           MOVE 'Y' TO CL-EOF
                      NOT AT END
                           IF CLR-ORDER-NO NOT = SPACES
                                IF CL-COUNT < CL-MAX-ENTRIES
                                     ADD 1 TO CL-COUNT
                                     MOVE CLR-ORDER-NO
                                          TO CLT-ORDER-NO(CL-COUNT)
                                ELSE
                                     IF CL-OVFL-SW = 'N'
                                          MOVE 'Y' TO CL-OVFL-SW
                                     END-IF
                                END-IF
                           END-IF
                 END-READ

            .

            148-LOAD-GL-ACCOUNTS.
                 OPEN INPUT GL-ACCOUNT-FILE
                 PERFORM UNTIL GA-EOF = 'Y'
                      READ GL-ACCOUNT-FILE
                           AT END
                                MOVE 'Y' TO GA-EOF
                           NOT AT END
                                IF GA-COUNT < GA-MAX-ENTRIES
                                     ADD 1 TO GA-COUNT
                                     MOVE GLA-ENTRY-TYPE
                                          TO GAT-ENTRY-TYPE(GA-COUNT)
                                     MOVE GLA-QUALIFIER
                                          TO GAT-QUALIFIER(GA-COUNT)
                                     MOVE GLA-ACCOUNT
                                          TO GAT-ACCOUNT(GA-COUNT)
                                ELSE
                                     IF GA-OVFL-SW = 'N'
                                          MOVE 'Y' TO GA-OVFL-SW
                                     END-IF
                                END-IF
                      END-READ
                 END-PERFORM
                 CLOSE GL-ACCOUNT-FILE

            .

            149-GL-INVOICE-RESTORE.
                 IF CKR-GLI-SALES(GL-SUB) IS NUMERIC
                      AND CKR-GLI-RETURNS(GL-SUB) IS NUMERIC
                      MOVE CKR-GLI-SALES(GL-SUB) TO GLI-SALES(GL-SUB)
                      MOVE CKR-GLI-RETURNS(GL-SUB)
                           TO GLI-RETURNS(GL-SUB)
                 END-IF

            .

            150-HOUSEKEEPING.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD
                PERFORM 155-SEED-EXC-SEQ
			    OPEN INPUT SORTED-ORDER-FILE
				          CUSTOMER-MASTER-FILE
                OPEN INPUT PRODUCT-MASTER-FILE
                OPEN INPUT CONTRACT-PRICE-FILE
                EVALUATE CONTRACT-STATUS
                     WHEN '00'
                          MOVE 'Y' TO CP-OPEN-SW
                     WHEN '05'
                     WHEN '35'
                          MOVE 'N' TO CP-OPEN-SW
                     WHEN OTHER
                          MOVE 'F' TO CP-OPEN-SW
                END-EVALUATE
                OPEN EXTEND ORDER-HISTORY-FILE
                IF RC-FILTER-STATE = SPACES
                     AND RC-FILTER-CITY = SPACES
                     MOVE 'Y' TO INV-TRACK-SW
                END-IF
                IF INV-TRACKING
                     PERFORM 140-LOAD-OPEN-AR
                     PERFORM 146-LOAD-CREDIT-RELEASES
                     PERFORM 148-LOAD-GL-ACCOUNTS
                     IF GL-BATCH-DATE = ZEROES
                          ACCEPT RUN-TIME-RAW FROM TIME
                          DIVIDE RUN-TIME-RAW BY 100 GIVING RUN-TIME
                          MOVE RUN-DATE TO GL-BATCH-DATE
                          MOVE RUN-TIME TO GL-BATCH-TIME
                     END-IF
                     OPEN EXTEND GL-JOURNAL-FILE
                     OPEN I-O INVENTORY-MASTER-FILE
                     OPEN EXTEND BACKORDER-FILE
                                 RETURNS-SUSPENSE-FILE
                                 SHIP-PENDING-FILE
                     IF CKF-RESTARTING
                          OPEN EXTEND BACKORDER-REPORT-FILE
                                      RETSUSP-REPORT-FILE
                                      CREDIT-REVIEW-FILE
                                      CREDREV-REPORT-FILE
                     ELSE
                          OPEN OUTPUT BACKORDER-REPORT-FILE
                                      RETSUSP-REPORT-FILE
                                      CREDIT-REVIEW-FILE
                                      CREDREV-REPORT-FILE
                          WRITE CREDREV-REPORT-RECORD
                               FROM CREDREV-HEADER
                          WRITE CREDREV-REPORT-RECORD
                               FROM CREDREV-COL-LINE
                               AFTER ADVANCING 2
                          WRITE BACKORDER-REPORT-RECORD
                               FROM BACKORDER-HEADER
                          WRITE BACKORDER-REPORT-RECORD
                               FROM RETSUSP-COL-LINE
                               AFTER ADVANCING 2
                     END-IF
                ELSE
                     PERFORM 138-LOAD-CREDIT-PARKED
                END-IF
                IF CKF-RESTARTING
                     OPEN EXTEND ORDER-REPORT-RECORD
            .

            158-LOG-OVERFLOWS.
                 IF GA-OVFL-SW = 'Y'
                      MOVE 'GLACCT-TBL' TO EXCH-FIELD-NAME
                      MOVE 'TABLE FULL' TO EXCH-BAD-VALUE
                      PERFORM 380-LOG-EXCEPTION
                      MOVE 'L' TO GA-OVFL-SW
                 END-IF
                 IF OH-OVFL-SW = 'Y'
                      MOVE 'ORDNO-TABLE' TO EXCH-FIELD-NAME
                      MOVE 'TABLE FULL' TO EXCH-BAD-VALUE
                      PERFORM 380-LOG-EXCEPTION
                      MOVE 'L' TO PH-OVFL-SW
                 END-IF
                 IF AR-OVFL-SW = 'Y'
                      MOVE 'OPEN-AR-TBL' TO EXCH-FIELD-NAME
                      MOVE 'TABLE FULL' TO EXCH-BAD-VALUE
                      PERFORM 380-LOG-EXCEPTION
                      MOVE 'L' TO AR-OVFL-SW
                 END-IF
                 IF CL-OVFL-SW = 'Y'
                      MOVE 'CREDREL-TBL' TO EXCH-FIELD-NAME
                      MOVE 'TABLE FULL' TO EXCH-BAD-VALUE
                      PERFORM 380-LOG-EXCEPTION
                      MOVE 'L' TO CL-OVFL-SW
                 END-IF
                 IF CRP-OVFL-SW = 'Y'
                      MOVE 'CREDREV-TBL' TO EXCH-FIELD-NAME
                      MOVE 'TABLE FULL' TO EXCH-BAD-VALUE
                      PERFORM 380-LOG-EXCEPTION
                      MOVE 'L' TO CRP-OVFL-SW
                 END-IF
                 IF CP-OPEN-FAILED
                      MOVE 'CONTRACT' TO EXCH-FIELD-NAME
                      MOVE SPACES TO EXCH-BAD-VALUE
                      STRING 'OPEN ' DELIMITED BY SIZE
                             CONTRACT-STATUS DELIMITED BY SIZE
                             INTO EXCH-BAD-VALUE
                      END-STRING
                      PERFORM 380-LOG-EXCEPTION
                      MOVE 'N' TO CP-OPEN-SW
                 END-IF

            .

                                        SOR-STATE = RC-FILTER-STATE)
                                        AND (RC-FILTER-CITY = SPACES OR
                                        SOR-CITY = RC-FILTER-CITY)
                                    PERFORM 300-PROC
                                    END-IF
                               END-IF
                     END-READ
			
            300-PROC.
                PERFORM 305-CREDIT-CHECK
                EVALUATE TRUE
                     WHEN HELD-ORDER
                          PERFORM 310-HELD-ORDER
                          PERFORM 590-WRITE-CHECKPOINT
                     WHEN CR-REVIEW
                          PERFORM 340-CREDIT-REVIEW-ORDER
                          PERFORM 590-WRITE-CHECKPOINT
                     WHEN OTHER
                          PERFORM 320-GOOD-ORDER
                END-EVALUATE

            .

            305-CREDIT-CHECK.
                 MOVE 'N' TO HELD-ORDER-SW
                 MOVE 'N' TO CR-REVIEW-SW
                 MOVE SOR-CUST-ID TO CM-CUST-ID
                 READ CUSTOMER-MASTER-FILE
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF CUSTMAST-STATUS = '00'
                                IF CM-ON-CREDIT-HOLD
                                     MOVE 'Y' TO HELD-ORDER-SW
                                ELSE
                                     IF INV-TRACKING
                                          PERFORM 306-CREDIT-LIMIT-CHECK
                                     ELSE
                                          PERFORM 303-PARKED-CHECK
                                     END-IF
                                END-IF
                           END-IF
                 END-READ

            .

            303-PARKED-CHECK.
                 MOVE 'N' TO CRP-FOUND-SW
                 IF SOR-ORDER-NO NOT = SPACES
                      PERFORM 304-PARKED-SCAN
                           VARYING CRP-SUB FROM 1 BY 1
                           UNTIL CRP-SUB > CRP-COUNT OR CRP-FOUND
                 END-IF
                 IF CRP-FOUND
                      MOVE ZEROES TO CR-ORDER-VAL
                      PERFORM 307-ORDER-VALUE
                           VARYING SUB FROM 1 BY 1
                           UNTIL SUB > MAX-PRODUCTS
                      MOVE 'Y' TO CR-REVIEW-SW
                 END-IF

            .

            304-PARKED-SCAN.
                 IF CRPT-ORDER-NO(CRP-SUB) = SOR-ORDER-NO
                      MOVE 'Y' TO CRP-FOUND-SW
                 END-IF

            .

            306-CREDIT-LIMIT-CHECK.
                 IF CM-CREDIT-LIMIT IS NUMERIC
                      AND CM-CREDIT-LIMIT > 0
                      AND NOT SOR-RETURN
                      MOVE SOR-CUST-ID TO AR-KEY-CUST
                      PERFORM 144-AR-FIND
                      IF AR-FOUND
                           MOVE ART-BALANCE(AR-USE-SUB) TO CR-OPEN-AR
                      ELSE
                           MOVE ZEROES TO CR-OPEN-AR
                      END-IF
                      IF FIRST-RECORD = 'N'
                           AND SOR-CUST-ID = CUST-HOLD
                           MOVE WSHTEMPMONTOTAL TO CR-RUN-TOTAL
                      ELSE
                           MOVE ZEROES TO CR-RUN-TOTAL
                      END-IF
                      MOVE ZEROES TO CR-ORDER-VAL
                      PERFORM 307-ORDER-VALUE
                           VARYING SUB FROM 1 BY 1
                           UNTIL SUB > MAX-PRODUCTS
                      ADD CR-OPEN-AR CR-RUN-TOTAL CR-ORDER-VAL
                           GIVING CR-EXPOSURE
                      IF CR-EXPOSURE > CM-CREDIT-LIMIT
                           SUBTRACT CM-CREDIT-LIMIT FROM CR-EXPOSURE
                                GIVING CR-OVER-BY
                           PERFORM 308-RELEASE-CHECK
                           IF CR-RELEASED
                                ADD 1 TO CR-REL-ORDERS
                                MOVE 'RELEASED' TO CVL-STATUS
                                PERFORM 342-CREDREV-PRINT
                           ELSE
                                MOVE 'Y' TO CR-REVIEW-SW
                           END-IF
                      END-IF
                 END-IF

            .

            307-ORDER-VALUE.
                 IF SOR-PROD-ID(SUB) NOT = SPACES
                      AND SOR-NUM-BOXES(SUB) IS NUMERIC
                      AND SOR-PRICE-PER(SUB) IS NUMERIC
                      MULTIPLY SOR-NUM-BOXES(SUB)
                           BY SOR-PRICE-PER(SUB)
                           GIVING CR-LINE-VAL
                      ADD CR-LINE-VAL TO CR-ORDER-VAL
                 END-IF

            .

            308-RELEASE-CHECK.
                 MOVE 'N' TO CR-RELEASED-SW
                 IF SOR-ORDER-NO NOT = SPACES
                      PERFORM 309-RELEASE-SCAN
                           VARYING CL-SUB FROM 1 BY 1
                           UNTIL CL-SUB > CL-COUNT OR CR-RELEASED
                 END-IF

            .

            309-RELEASE-SCAN.
                 IF CLT-ORDER-NO(CL-SUB) = SOR-ORDER-NO
                      MOVE 'Y' TO CR-RELEASED-SW
                 END-IF

            .

            310-HELD-ORDER.
                 IF RC-FILTER-STATE = SPACES
                      AND RC-FILTER-CITY = SPACES

            .

            330-GL-INVOICE-JOURNAL.
                 MOVE 'AR' TO GL-KEY-TYPE
                 MOVE SPACES TO GL-KEY-QUAL
                 MOVE 'D' TO GL-POST-SIDE
                 ADD WSHTEMPMONTOTAL TX-INV-TAX GIVING GL-POST-AMT
                 PERFORM 332-GL-POST-LINE
                 PERFORM 331-GL-TYPE-ENTRIES
                      VARYING GL-SUB FROM 1 BY 1
                      UNTIL GL-SUB > 4
                 MOVE 'TAXPAY' TO GL-KEY-TYPE
                 MOVE WSHTEMPSTATE TO GL-KEY-QUAL
                 MOVE 'C' TO GL-POST-SIDE
                 MOVE TX-INV-TAX TO GL-POST-AMT
                 PERFORM 332-GL-POST-LINE

            .

            331-GL-TYPE-ENTRIES.
                 IF GL-SUB < 4
                      MOVE PNT-CODE(GL-SUB) TO GL-KEY-QUAL
                 ELSE
                      MOVE SPACES TO GL-KEY-QUAL
                 END-IF
                 MOVE 'SALES' TO GL-KEY-TYPE
                 MOVE 'C' TO GL-POST-SIDE
                 MOVE GLI-SALES(GL-SUB) TO GL-POST-AMT
                 PERFORM 332-GL-POST-LINE
                 MOVE 'RETURNS' TO GL-KEY-TYPE
                 MOVE 'D' TO GL-POST-SIDE
                 MOVE GLI-RETURNS(GL-SUB) TO GL-POST-AMT
                 PERFORM 332-GL-POST-LINE

            .

            332-GL-POST-LINE.
                 IF GL-POST-AMT NOT = ZEROES
                      IF GL-POST-AMT < ZEROES
                           MULTIPLY -1 BY GL-POST-AMT
                           IF GL-POST-SIDE = 'D'
                                MOVE 'C' TO GL-POST-SIDE
                           ELSE
                                MOVE 'D' TO GL-POST-SIDE
                           END-IF
                      END-IF
                      PERFORM 333-GL-ACCOUNT-LOOKUP
                      MOVE SPACES TO GL-JOURNAL-RECORD
                      MOVE 'D' TO GLJ-REC-TYPE
                      MOVE 'ORDR' TO GLJ-SOURCE
                      MOVE GL-BATCH-DATE TO GLJ-BATCH-DATE
                      MOVE GL-BATCH-TIME TO GLJ-BATCH-TIME
                      MOVE GL-ACCOUNT-USE TO GLJ-ACCOUNT
                      MOVE GL-POST-SIDE TO GLJ-DR-CR
                      MOVE GL-POST-AMT TO GLJ-AMOUNT
                      MOVE INV-NUMBER TO GLJ-REFERENCE
                      MOVE CUST-HOLD TO GLJ-CUST-ID
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

            333-GL-ACCOUNT-LOOKUP.
                 MOVE 'N' TO GA-FOUND-SW
                 MOVE GL-KEY-QUAL TO GL-SCAN-QUAL
                 PERFORM 334-GL-ACCOUNT-SCAN
                      VARYING GA-SUB FROM 1 BY 1
                      UNTIL GA-SUB > GA-COUNT OR GA-FOUND
                 IF NOT GA-FOUND AND GL-KEY-QUAL NOT = SPACES
                      MOVE SPACES TO GL-SCAN-QUAL
                      PERFORM 334-GL-ACCOUNT-SCAN
                           VARYING GA-SUB FROM 1 BY 1
                           UNTIL GA-SUB > GA-COUNT OR GA-FOUND
                 END-IF
                 IF NOT GA-FOUND
                      MOVE '*UNMAPPED*' TO GL-ACCOUNT-USE
                      IF NOT GL-UNMAPPED
                           MOVE 'Y' TO GL-UNMAPPED-SW
                           MOVE 'GL-ACCOUNT' TO EXCH-FIELD-NAME
                           MOVE SPACES TO EXCH-BAD-VALUE
                           STRING GL-KEY-TYPE DELIMITED BY SPACE
                                  ' ' DELIMITED BY SIZE
                                  GL-KEY-QUAL DELIMITED BY SIZE
                                  INTO EXCH-BAD-VALUE
                           END-STRING
                           PERFORM 380-LOG-EXCEPTION
                      END-IF
                 END-IF

            .

            334-GL-ACCOUNT-SCAN.
                 IF GAT-ENTRY-TYPE(GA-SUB) = GL-KEY-TYPE
                      AND GAT-QUALIFIER(GA-SUB) = GL-SCAN-QUAL
                      MOVE 'Y' TO GA-FOUND-SW
                      MOVE GAT-ACCOUNT(GA-SUB) TO GL-ACCOUNT-USE
                 END-IF

            .

            335-GL-TYPE-ACCUM.
                 MOVE 4 TO GL-SUB
                 SET PNT-INDEX TO 1
                 SEARCH PROD-NAME-ITEM
                      AT END
                           CONTINUE
                      WHEN PNT-CODE(PNT-INDEX) = SOR-PROD-CODE(SUB)
                           SET GL-SUB TO PNT-INDEX
                 END-SEARCH
                 IF SOR-RETURN
                      SUBTRACT TF-MONTH-VAL FROM GLI-RETURNS(GL-SUB)
                 ELSE
                      ADD TF-MONTH-VAL TO GLI-SALES(GL-SUB)
                 END-IF

            .

            336-GL-BATCH-TRAILER.
                 MOVE SPACES TO GL-JOURNAL-RECORD
                 MOVE 'T' TO GLJ-REC-TYPE
                 MOVE 'ORDR' TO GLJ-SOURCE
                 MOVE GL-BATCH-DATE TO GLJ-BATCH-DATE
                 MOVE GL-BATCH-TIME TO GLJ-BATCH-TIME
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
                 IF GL-OUT-OF-BALANCE
                      MOVE 'GL-BATCH' TO EXCH-FIELD-NAME
                      MOVE GLT-STATUS TO EXCH-BAD-VALUE
                      PERFORM 380-LOG-EXCEPTION
                 END-IF

            .

            337-GL-INVOICE-RESET.
                 MOVE ZEROES TO GLI-SALES(GL-SUB)
                 MOVE ZEROES TO GLI-RETURNS(GL-SUB)

            .

            340-CREDIT-REVIEW-ORDER.
                 ADD 1 TO CR-TOT-ORDERS
                 ADD CR-ORDER-VAL TO CR-TOT-VALUE
                 PERFORM 341-CREDREV-BOX-TALLY
                      VARYING SUB FROM 1 BY 1
                      UNTIL SUB > MAX-PRODUCTS
                 IF INV-TRACKING
                      WRITE CREDIT-REVIEW-RECORD
                           FROM SORTED-ORDER-RECORD
                      MOVE 'REVIEW' TO CVL-STATUS
                      PERFORM 342-CREDREV-PRINT
                 END-IF

            .

            341-CREDREV-BOX-TALLY.
                 IF SOR-NUM-BOXES(SUB) IS NUMERIC
                      ADD SOR-NUM-BOXES(SUB) TO CR-TOT-BOXES
                 END-IF

            .

            342-CREDREV-PRINT.
                 MOVE SOR-CUST-ID TO CVL-CUST-ID
                 MOVE SOR-CUST-NAME TO CVL-CUST-NAME
                 MOVE SOR-ORDER-NO TO CVL-ORDER-NO
                 MOVE CM-CREDIT-LIMIT TO CVL-LIMIT
                 MOVE CR-OPEN-AR TO CVL-OPEN-AR
                 MOVE CR-RUN-TOTAL TO CVL-RUN-TOTAL
                 MOVE CR-ORDER-VAL TO CVL-ORDER-VAL
                 MOVE CR-OVER-BY TO CVL-OVER-BY
                 WRITE CREDREV-REPORT-RECORD FROM CREDREV-LINE
                      AFTER ADVANCING 1

            .

            320-GOOD-ORDER.
                IF LINE-COUNT >= 49
                     PERFORM 175-HEADING-ROUTINE
			450-ARRAY.
                 PERFORM VARYING SUB FROM 1 BY 1
                      UNTIL SUB > MAX-PRODUCTS
                      IF SOR-PROD-ID(SUB) NOT = SPACES
                           PERFORM 475-PRODIDVALIDATE
                           PERFORM 480-PRODMAST-LOOKUP
                           PERFORM 500-NUMBOXVALIDATE
                                PERFORM 515-BACKORDER-DIVERT
                           WHEN OTHER
						   PERFORM 575-CALCMONTH
                           ADD SOR-NUM-BOXES(SUB) TO RECON-RPT-BOXES
                           PERFORM 580-PRODROLLUP-ACCUM
                           PERFORM 335-GL-TYPE-ACCUM
                           PERFORM 582-REP-ROLLUP-ACCUM
                           PERFORM 586-MONTH-TREND-ACCUM
                           PERFORM 587-HISTORY-WRITE
                           PERFORM 585-CSV-DETAIL-WRITE
                           MOVE 1 TO PROPER-SPACING
                           WRITE REPORT-RECORD FROM DETAIL-LINE
                                AFTER ADVANCING PROPER-SPACING
                           ADD PROPER-SPACING TO LINE-COUNT
                           PERFORM 460-INVOICE-LINE
                           PERFORM 589-SHIP-PENDING-WRITE
                           MOVE ZEROES TO DL-TOT-SOLD-PER
                           MOVE ZEROES TO TF-MONTH-VAL
                           END-EVALUATE
			.

            480-PRODMAST-LOOKUP.
                 MOVE ZEROES TO PV-EFF-PRICE
                 MOVE ZEROES TO PV-NET-PRICE
                 MOVE 'N' TO CP-APPLIES-SW
                 MOVE SOR-PROD-ID(SUB) TO PM-PROD-ID
                 READ PRODUCT-MASTER-FILE
                      INVALID KEY
            .

            485-PRICE-VARIANCE.
                 PERFORM 486-EFFECTIVE-PRICE
                 PERFORM 488-CONTRACT-PRICE
                 IF SOR-PRICE-PER(SUB) IS NUMERIC
                      SUBTRACT PV-NET-PRICE FROM SOR-PRICE-PER(SUB)
                           GIVING PV-DIFF
                      MOVE PV-DIFF TO PV-ABS-DIFF
                      MULTIPLY PV-NET-PRICE BY PV-TOLERANCE
                           GIVING PV-LIMIT ROUNDED
                      IF PV-ABS-DIFF > PV-LIMIT
                           MOVE SOR-CUST-ID TO PVL-CUST-ID
                           MOVE SOR-PROD-ID(SUB) TO PVL-PROD-ID
                           MOVE PM-PROD-DESC TO PVL-PROD-DESC
                           MOVE SOR-PRICE-PER(SUB) TO PVL-ORDER-PRICE
                           MOVE PV-NET-PRICE TO PVL-LIST-PRICE
                           MOVE PV-DIFF TO PVL-DIFF
                           IF CP-APPLIES
                                MOVE 'CONTRACT' TO PVL-BASIS
                           ELSE
                                MOVE 'LIST' TO PVL-BASIS
                           END-IF
                           WRITE PRICE-VARIANCE-RECORD
                                FROM PRICE-VARIANCE-LINE
                      END-IF

            .

            488-CONTRACT-PRICE.
                 MOVE PV-EFF-PRICE TO PV-NET-PRICE
                 IF CP-AVAILABLE
                      IF SOR-MONTH-BOUGHT(SUB) IS NUMERIC
                           AND SOR-MONTH-BOUGHT(SUB) >= 1
                           AND SOR-MONTH-BOUGHT(SUB) <= 12
                           MOVE RD-YEAR TO CPL-YEAR
                           MOVE SOR-MONTH-BOUGHT(SUB) TO CPL-MONTH
                           IF CPL-MONTH > RD-MONTH
                                SUBTRACT 1 FROM CPL-YEAR
                           END-IF
                      ELSE
                           MOVE RD-YEAR TO CPL-YEAR
                           MOVE RD-MONTH TO CPL-MONTH
                      END-IF
                      MOVE SOR-CUST-ID TO CP-CUST-ID
                      MOVE SOR-PROD-ID(SUB) TO CP-PROD-ID
                      READ CONTRACT-PRICE-FILE
                           INVALID KEY
                                CONTINUE
                           NOT INVALID KEY
                                IF CONTRACT-STATUS = '00'
                                     AND CP-EFF-YYYYMM IS NUMERIC
                                     AND CP-EXP-YYYYMM IS NUMERIC
                                     AND CP-EFF-YYYYMM <= CP-LINE-NUM
                                     AND CP-EXP-YYYYMM >= CP-LINE-NUM
                                     PERFORM 489-CONTRACT-NET
                                END-IF
                      END-READ
                 END-IF

            .

            489-CONTRACT-NET.
                 MOVE 'Y' TO CP-APPLIES-SW
                 MOVE PV-EFF-PRICE TO CP-BASE-PRICE
                 IF CP-PRICE IS NUMERIC
                      AND CP-PRICE > ZEROES
                      MOVE CP-PRICE TO CP-BASE-PRICE
                 END-IF
                 MOVE ZEROES TO CP-BEST-BOXES
                 MOVE ZEROES TO CP-PCT-USED
                 IF SOR-NUM-BOXES(SUB) IS NUMERIC
                      PERFORM 491-CONTRACT-TIER-SCAN
                           VARYING CP-SUB FROM 1 BY 1
                           UNTIL CP-SUB > 3
                 END-IF
                 COMPUTE PV-NET-PRICE ROUNDED =
                      CP-BASE-PRICE * (100 - CP-PCT-USED) / 100

            .

            491-CONTRACT-TIER-SCAN.
                 IF CP-TIER-BOXES(CP-SUB) IS NUMERIC
                      AND CP-TIER-PCT(CP-SUB) IS NUMERIC
                      AND CP-TIER-BOXES(CP-SUB) > ZEROES
                      AND SOR-NUM-BOXES(SUB) >= CP-TIER-BOXES(CP-SUB)
                      AND CP-TIER-BOXES(CP-SUB) > CP-BEST-BOXES
                      MOVE CP-TIER-BOXES(CP-SUB) TO CP-BEST-BOXES
                      MOVE CP-TIER-PCT(CP-SUB) TO CP-PCT-USED
                 END-IF

            .

            460-INVOICE-LINE.
                 MOVE DL-PROD-ID TO IVL-PROD-ID
                 MOVE DL-MONTH-BOUGHT TO IVL-MONTH
                 MOVE SOR-NUM-BOXES(SUB) TO IVL-BOXES
                 IF PV-EFF-PRICE = ZEROES
                      MOVE SOR-PRICE-PER(SUB) TO PV-EFF-PRICE
                 END-IF
                 SUBTRACT SOR-PRICE-PER(SUB) FROM PV-EFF-PRICE
                      GIVING PV-DISCOUNT
                 MOVE PV-EFF-PRICE TO IVL-LIST-PRICE
                 MOVE PV-DISCOUNT TO IVL-DISCOUNT
                 MOVE SOR-PRICE-PER(SUB) TO IVL-PRICE
                 MOVE TF-MONTH-VAL TO IVL-EXT
                 MOVE DL-TRANS-IND TO IVL-TAG
            510-INVENTORY-CHECK.
                 MOVE 'N' TO BO-DIVERT-SW
                 IF INV-TRACKING AND NOT RS-DIVERTED
                      EVALUATE TRUE
                           WHEN SOR-RETURN
                                PERFORM 512-INVENTORY-RETURN
                           WHEN SOR-BACKORDER-FILL
                                CONTINUE
                           WHEN OTHER
                                PERFORM 511-INVENTORY-SALE
                      END-EVALUATE
                 END-IF

            .
                 MOVE SOR-NUM-BOXES(SUB) TO BOR-BOXES
                 MOVE SOR-PRICE-PER(SUB) TO BOR-PRICE-PER
                 MOVE BO-ON-HAND-HOLD TO BOR-ON-HAND
                 MOVE SOR-ORDER-NO TO BOR-ORDER-NO
                 MOVE SOR-MONTH-BOUGHT(SUB) TO BOR-MONTH-BOUGHT
                 WRITE BACKORDER-RECORD
                 MOVE SOR-STATE TO BOL-STATE
                 MOVE SOR-CITY TO BOL-CITY

            .

            589-SHIP-PENDING-WRITE.
                 IF INV-TRACKING
                      AND NOT SOR-RETURN
                      AND SOR-NUM-BOXES(SUB) > ZEROES
                      MOVE SPACES TO SHIP-PENDING-RECORD
                      MOVE RUN-DATE TO SPR-BOOK-DATE
                      MOVE SOR-ORDER-NO TO SPR-ORDER-NO
                      MOVE SOR-PROD-ID(SUB) TO SPR-PROD-ID
                      MOVE SOR-PROD-CODE(SUB) TO SPR-PROD-CODE
                      MOVE SOR-STATE TO SPR-STATE
                      MOVE SOR-CITY TO SPR-CITY
                      MOVE SOR-CUST-ID TO SPR-CUST-ID
                      MOVE SOR-CUST-NAME TO SPR-CUST-NAME
                      MOVE INV-NUMBER TO SPR-INV-NO
                      MOVE SOR-NUM-BOXES(SUB) TO SPR-BOXES
                      MOVE SOR-PRICE-PER(SUB) TO SPR-PRICE-PER
                      MOVE SOR-MONTH-BOUGHT(SUB) TO SPR-MONTH-BOUGHT
                      WRITE SHIP-PENDING-RECORD
                 END-IF

            .

            590-WRITE-CHECKPOINT.
                 MOVE WSHTEMPSTATE TO CKR-STATE
                 MOVE WSHTEMPCITY  TO CKR-CITY
                 MOVE EXC-COUNT           TO CKR-EXC-COUNT
                 MOVE BO-TOT-BOXES        TO CKR-BO-BOXES
                 MOVE RS-TOT-BOXES        TO CKR-RS-BOXES
                 MOVE CR-TOT-BOXES        TO CKR-CR-BOXES
                 MOVE CR-TOT-ORDERS       TO CKR-CR-ORDERS
                 MOVE CR-TOT-VALUE        TO CKR-CR-VALUE
                 MOVE CR-REL-ORDERS       TO CKR-CR-RELEASED
                 MOVE GL-BATCH-DATE       TO CKR-GL-DATE
                 MOVE GL-BATCH-TIME       TO CKR-GL-TIME
                 MOVE GL-BATCH-DEBITS     TO CKR-GL-DEBITS
                 MOVE GL-BATCH-CREDITS    TO CKR-GL-CREDITS
                 MOVE GL-BATCH-LINES      TO CKR-GL-LINES
                 MOVE GL-UNMAPPED-SW      TO CKR-GL-UNMAPPED
                 MOVE GLI-SALES(1)        TO CKR-GLI-SALES(1)
                 MOVE GLI-RETURNS(1)      TO CKR-GLI-RETURNS(1)
                 MOVE GLI-SALES(2)        TO CKR-GLI-SALES(2)
                 MOVE GLI-RETURNS(2)      TO CKR-GLI-RETURNS(2)
                 MOVE GLI-SALES(3)        TO CKR-GLI-SALES(3)
                 MOVE GLI-RETURNS(3)      TO CKR-GLI-RETURNS(3)
                 MOVE GLI-SALES(4)        TO CKR-GLI-SALES(4)
                 MOVE GLI-RETURNS(4)      TO CKR-GLI-RETURNS(4)
                 OPEN OUTPUT CHECKPOINT-FILE
                 WRITE CHECKPOINT-RECORD
                 CLOSE CHECKPOINT-FILE
				      AFTER ADVANCING PROPER-SPACING
				 MOVE ZEROES TO WSHTEMPMONTOTAL
				 MOVE ZEROES TO TL-TOTAL-SOLD
                 PERFORM 337-GL-INVOICE-RESET
                      VARYING GL-SUB FROM 1 BY 1
                      UNTIL GL-SUB > 4
				 MOVE SOR-CUST-ID TO CUST-HOLD
				 ADD 2 TO LINE-COUNT

                      MOVE WSHTEMPMONTOTAL TO RGL-TOTAL
                      MOVE TX-INV-TAX TO RGL-TAX
                      WRITE INVOICE-REGISTER-RECORD
                      MOVE CUST-HOLD TO AR-KEY-CUST
                      ADD WSHTEMPMONTOTAL TX-INV-TAX GIVING AR-ADD-AMT
                      PERFORM 143-AR-POST
                      PERFORM 330-GL-INVOICE-JOURNAL
                 END-IF

            .
                 PERFORM 600-IDBREAK
                 PERFORM 627-SAVE-CITY-TOTAL
				 MOVE TF-CITY-VAL TO CTL-CITY-TOTAL
                 WRITE REPORT-RECORD FROM CITY-TOTAL-LINE
				      AFTER ADVANCING PROPER-SPACING
				 ADD TF-CITY-VAL TO TF-STATE-VAL
				 MOVE ZEROES TO TF-CITY-VAL
                 PERFORM 652-SAVE-STATE-TOTAL
				 MOVE TF-STATE-VAL TO STL-STATE-TOTAL
				 MOVE 1 TO PROPER-SPACING
                 WRITE REPORT-RECORD FROM STATE-TOTAL-LINE
                      AFTER ADVANCING PROPER-SPACING
                 ADD TF-STATE-VAL TO GT-TOTAL
                 MOVE ZEROES TO TF-STATE-VAL
                      MOVE 'Y' TO RECON-MISMATCH-SW
                 END-IF
                 ADD RECON-RPT-BOXES HT-HOLD-BOXES BO-TOT-BOXES
                      RS-TOT-BOXES CR-TOT-BOXES
                      GIVING HT-RPT-PLUS-HELD
                 MOVE HT-HOLD-BOXES TO RCL-BOX-HELD
                 MOVE BO-TOT-BOXES TO RCL-BOX-BKORD
                 MOVE RS-TOT-BOXES TO RCL-BOX-RSUSP
                 MOVE CR-TOT-BOXES TO RCL-BOX-CRREV
                 IF RC-FILTER-STATE NOT = SPACES
                      OR RC-FILTER-CITY NOT = SPACES
                      MOVE 'N/A' TO RCL-BOX-RPT-STATUS
                      AFTER ADVANCING PROPER-SPACING
                 WRITE REPORT-RECORD FROM RECONCILE-LINE6
                      AFTER ADVANCING PROPER-SPACING
                 WRITE REPORT-RECORD FROM RECONCILE-LINE7
                      AFTER ADVANCING PROPER-SPACING
                 ADD 8 TO LINE-COUNT

            .

                 IF NOT RC-SORT-SKIPPED
                      PERFORM 935-SAVE-ORDERNO-REG
                 END-IF
                 IF INV-TRACKING
                      PERFORM 336-GL-BATCH-TRAILER
                      CLOSE GL-JOURNAL-FILE
                 END-IF
                 PERFORM 158-LOG-OVERFLOWS
                 PERFORM 925-SAVE-EXC-SEQ
                 PERFORM 926-SAVE-INV-SEQ
                           FROM RETSUSP-TOTAL-LINE
                           AFTER ADVANCING 2
                      PERFORM 760-RESTOCK-ROUTINE
                      MOVE CR-TOT-ORDERS TO CVT-ORDERS
                      MOVE CR-TOT-BOXES TO CVT-BOXES
                      MOVE CR-TOT-VALUE TO CVT-VALUE
                      WRITE CREDREV-REPORT-RECORD
                           FROM CREDREV-TOTAL-LINE
                           AFTER ADVANCING 2
                      MOVE CR-REL-ORDERS TO CVT-RELEASED
                      WRITE CREDREV-REPORT-RECORD
                           FROM CREDREV-RELEASED-LINE
                           AFTER ADVANCING 1
                      CLOSE INVENTORY-MASTER-FILE
                            BACKORDER-FILE
                            BACKORDER-REPORT-FILE
                            RETURNS-SUSPENSE-FILE
                            RETSUSP-REPORT-FILE
                            CREDIT-REVIEW-FILE
                            CREDREV-REPORT-FILE
                            SHIP-PENDING-FILE
                 END-IF
                 IF HG-ACTIVE
                      PERFORM 318-HELD-STATEBREAK
                       HELD-ORDER-FILE
                       HELD-REPORT-FILE
                       PRODUCT-MASTER-FILE
                       CONTRACT-PRICE-FILE
                       PRICE-VARIANCE-FILE
                       INVOICE-FILE
                       INVOICE-REGISTER-FILE
                      PERFORM 905-CLEAR-CHECKPOINT
                      IF NOT RC-SORT-SKIPPED OR CKF-RESTARTING
                           PERFORM 915-CLEAR-RECYCLE
                           PERFORM 916-CLEAR-BACKORDER-FILLS
                           PERFORM 917-CLEAR-CREDIT-RELEASES
                      END-IF
                      IF NOT CKF-RESTARTING AND RECON-CLEAN
                           PERFORM 920-SAVE-PRIOR-TOTALS

            .

            916-CLEAR-BACKORDER-FILLS.
                 OPEN OUTPUT BACKORDER-FILL-FILE
                 CLOSE BACKORDER-FILL-FILE

            .

            917-CLEAR-CREDIT-RELEASES.
                 OPEN OUTPUT CREDIT-RELEASE-FILE
                 CLOSE CREDIT-RELEASE-FILE

            .

            920-SAVE-PRIOR-TOTALS.
                 OPEN OUTPUT PRIOR-TOTALS-FILE
                 MOVE 'D' TO PTR-TYPE
