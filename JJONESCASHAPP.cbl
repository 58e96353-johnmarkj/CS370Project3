      *                 register and the ledger for good. The
      *                 LEDGER FULL exception entries remain as the
      *                 trace.
      *   10/15/26  JJ  Every receipt applied to an open item is now
      *                 appended to the cumulative receipt history
      *                 RCPTHIST.txt (apply date, receipt date,
      *                 invoice, amount, full/part/over result and
      *                 balance left) so the customer statement run
      *                 can show payments, including those that
      *                 paid an item off the ledger.
      *   10/15/26  JJ  CUSTTRAN widened 102 -> 111 for the new
      *                 CREDIT-LIMIT field (left as spaces on the
      *                 credit-hold transactions written here).
      *   10/15/26  JJ  General ledger journal. Each applied receipt
      *                 is appended to the GL interface file
      *                 GLJRNL.txt as a balanced entry: cash debited
      *                 for the receipt, AR credited for the part
      *                 that paid down the item's balance, and any
      *                 overpayment credited to customer credit
      *                 balances. Accounts come from the account map
      *                 GLACCT.txt. The batch ends with a trailer
      *                 proving debits = credits; a batch out of
      *                 balance or with an unmapped account is flagged
      *                 there and on the aging report and ends the run
      *                 with RETURN-CODE 8.
      ********************************************************************
      * INPUT: INVOICE-REGISTER-FILE (INVREG.txt, CLEARED AFTER POST)
      * INPUT: CASH-RECEIPT-FILE (CASHRCPT.txt, 33 CHARACTERS)
      * OUTPUT: CASH-EXCEPTION-FILE - REJECTS + REASON (CUMULATIVE)
      * OUTPUT: CUSTMAST-TRANS-FILE - C-ACTION CREDIT-HOLD TRANS
      *         APPENDED FOR CUSTOMERS AGED PAST 90 DAYS
      * OUTPUT: RECEIPT-HISTORY-FILE (RCPTHIST.txt, 57 CHARACTERS,
      *         CUMULATIVE) - ONE ENTRY PER APPLIED RECEIPT
      *     APPLY DATE      9(8)   1-8     (RUN DATE)
      *     FILLER          X      9
      *     RECEIPT DATE    9(8)   10-17
      *     FILLER          X      18
      *     CUST ID         X(6)   19-24
      *     FILLER          X      25
      *     INVOICE NO      9(6)   26-31
      *     FILLER          X      32
      *     AMOUNT          S9(8)V99 TRAILING SEP  33-43
      *     FILLER          X      44
      *     RESULT          X      45      (F=FULL P=PART O=OVER)
      *     FILLER          X      46
      *     BALANCE LEFT    S9(8)V99 TRAILING SEP  47-57
      * INPUT: GL-ACCOUNT-FILE (GLACCT.txt, 53 CHARACTERS)
      *     ENTRY TYPE      X(8)   1-8     (CASH, AR, CREDBAL ...)
      *     FILLER          X      9
      *     QUALIFIER       X(2)   10-11   (PRODUCT CODE OR STATE,
      *                                     SPACES = ANY)
      *     FILLER          X      12
      *     ACCOUNT         X(10)  13-22
      *     FILLER          X      23
      *     DESCRIPTION     X(30)  24-53
      * OUTPUT: GL-JOURNAL-FILE (GLJRNL.txt, 73 CHARACTERS,
      *         CUMULATIVE) - DETAIL LINES PLUS ONE TRAILER PER BATCH
      *     RECORD TYPE     X      1       (D=DETAIL T=TRAILER)
      *     FILLER          X      2
      *     SOURCE          X(4)   3-6     (CASH OR ORDR)
      *     FILLER          X      7
      *     BATCH DATE      9(8)   8-15
      *     FILLER          X      16
      *     BATCH TIME      9(6)   17-22
      *     FILLER          X      23
      *     DETAIL: ACCOUNT X(10) 24-33, DR/CR X 35, AMOUNT 9(9)V99
      *         37-47, INVOICE NO 9(6) 49-54, CUST ID X(6) 56-61,
      *         ENTRY TYPE X(8) 63-70, QUALIFIER X(2) 72-73
      *     TRAILER: DEBITS 9(11)V99 24-36, CREDITS 9(11)V99 38-50,
      *         LINES 9(6) 52-57, STATUS X(10) 59-68 (BALANCED,
      *         OUT OF BAL, UNMAPPED)
      ********************************************************************
       ENVIRONMENT DIVISION.

                ASSIGN TO 'CUSTTRAN.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL RECEIPT-HISTORY-FILE
                ASSIGN TO 'RCPTHIST.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL GL-ACCOUNT-FILE
                ASSIGN TO 'GLACCT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL GL-JOURNAL-FILE
                ASSIGN TO 'GLJRNL.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            FD INVOICE-REGISTER-FILE
                05 CAX-IMAGE           PIC X(67).

            FD CUSTMAST-TRANS-FILE
                RECORD CONTAINS 111 CHARACTERS.

            01 CUSTMAST-TRANS-RECORD.
                05 CTR-ACTION          PIC X.
                05 CTR-CREDIT-HOLD     PIC X.
                05 CTR-RATING-CODE     PIC X.
                05 CTR-RATING-NAME     PIC X(10).
                05 CTR-CREDIT-LIMIT    PIC X(9).

            FD RECEIPT-HISTORY-FILE
                RECORD CONTAINS 57 CHARACTERS.

            01 RECEIPT-HISTORY-RECORD.
                05 RHR-APPLY-DATE      PIC 9(8).
                05 FILLER              PIC X.
                05 RHR-RCPT-DATE       PIC 9(8).
                05 FILLER              PIC X.
                05 RHR-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 RHR-INV-NO          PIC 9(6).
                05 FILLER              PIC X.
                05 RHR-AMOUNT          PIC S9(8)V99
                                       SIGN TRAILING SEPARATE.
                05 FILLER              PIC X.
                05 RHR-RESULT          PIC X.
                05 FILLER              PIC X.
                05 RHR-BALANCE         PIC S9(8)V99
                                       SIGN TRAILING SEPARATE.

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

       WORKING-STORAGE SECTION.
            01 FLAGS-N-SWITCHES.
                05 RD-MONTH          PIC 99.
                05 RD-DAY            PIC 99.

            01 RUN-TIME-RAW         PIC 9(8)    VALUE ZEROES.

            01 RUN-TIME             PIC 9(6)    VALUE ZEROES.

            01 CASHAPP-COUNTERS.
                05 CA-ITEMS-IN       PIC 9(6)   VALUE ZEROES.
                05 CA-INV-POSTED     PIC 9(6)   VALUE ZEROES.

            01 APPLY-FIELDS.
                05 AP-BALANCE-HOLD   PIC S9(8)V99 VALUE ZEROES.
                05 AP-TO-AR          PIC S9(8)V99 VALUE ZEROES.
                05 AP-TO-CREDIT      PIC S9(8)V99 VALUE ZEROES.

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
                05 GA-EOF            PIC X       VALUE 'N'.
                05 GA-FOUND-SW       PIC X       VALUE 'N'.
                    88 GA-FOUND              VALUE 'Y'.

            01 GL-ACCOUNT-TABLE.
                05 GAT-ENTRY OCCURS 200 TIMES.
                    10 GAT-ENTRY-TYPE PIC X(8).
                    10 GAT-QUALIFIER PIC X(2).
                    10 GAT-ACCOUNT   PIC X(10).

            01 GRAND-AGING-TOTALS.
                05 GA-CURRENT        PIC S9(10)V99 VALUE ZEROES.
                05                     PIC X(7)   VALUE ' HOLDS='.
                05 CTL-HOLDS           PIC 9(6).

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

       PROCEDURE DIVISION.

            100-MAIN-ROUTINE.
                PERFORM 800-REWRITE-LEDGER
                PERFORM 850-SETTLE-REGISTER
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
                 OPEN OUTPUT AGING-REPORT-FILE
                 OPEN EXTEND CASH-EXCEPTION-FILE
                             CUSTMAST-TRANS-FILE
                             RECEIPT-HISTORY-FILE
                             GL-JOURNAL-FILE
                 PERFORM 160-LOAD-GL-ACCOUNTS
                 MOVE RUN-DATE TO ATI-RUN-DATE
                 WRITE AGING-REPORT-RECORD FROM AGING-TITLE-LINE

            .

            160-LOAD-GL-ACCOUNTS.
                 OPEN INPUT GL-ACCOUNT-FILE
                 PERFORM UNTIL GA-EOF = 'Y'
                      READ GL-ACCOUNT-FILE
                           AT END
                                MOVE 'Y' TO GA-EOF
                           NOT AT END
                                PERFORM 165-STORE-GL-ACCOUNT
                      END-READ
                 END-PERFORM
                 CLOSE GL-ACCOUNT-FILE

            .

            165-STORE-GL-ACCOUNT.
                 IF GA-COUNT < GA-MAX-ENTRIES
                      ADD 1 TO GA-COUNT
                      MOVE GLA-ENTRY-TYPE TO GAT-ENTRY-TYPE(GA-COUNT)
                      MOVE GLA-QUALIFIER TO GAT-QUALIFIER(GA-COUNT)
                      MOVE GLA-ACCOUNT TO GAT-ACCOUNT(GA-COUNT)
                 ELSE
                      MOVE SPACES TO CASH-EXCEPTION-RECORD
                      MOVE 'GLACCT FULL' TO CAX-REASON
                      MOVE GL-ACCOUNT-RECORD TO CAX-IMAGE
                      WRITE CASH-EXCEPTION-RECORD
                 END-IF

            .

            200-LOAD-OPEN-ITEMS.
                 OPEN INPUT OPEN-ITEM-FILE
                 PERFORM UNTIL LEDGER-EOF = 'Y'
            330-APPLY-TO-ITEM.
                 MOVE OIT-BALANCE(OI-USE-SUB) TO AP-BALANCE-HOLD
                 SUBTRACT RCP-AMOUNT FROM OIT-BALANCE(OI-USE-SUB)
                 MOVE SPACES TO RECEIPT-HISTORY-RECORD
                 EVALUATE TRUE
                      WHEN OIT-BALANCE(OI-USE-SUB) = ZEROES
                           ADD 1 TO CA-RCPT-FULL
                           MOVE 'F' TO RHR-RESULT
                      WHEN OIT-BALANCE(OI-USE-SUB) < ZEROES
                           AND AP-BALANCE-HOLD > ZEROES
                           ADD 1 TO CA-RCPT-OVER
                           MOVE 'O' TO RHR-RESULT
                      WHEN OTHER
                           ADD 1 TO CA-RCPT-PART
                           MOVE 'P' TO RHR-RESULT
                 END-EVALUATE
                 PERFORM 340-WRITE-RCPT-HISTORY
                 PERFORM 350-GL-RECEIPT-JOURNAL

            .

            340-WRITE-RCPT-HISTORY.
                 MOVE RUN-DATE TO RHR-APPLY-DATE
                 MOVE RCP-DATE TO RHR-RCPT-DATE
                 MOVE RCP-CUST-ID TO RHR-CUST-ID
                 MOVE RCP-INV-NO TO RHR-INV-NO
                 MOVE RCP-AMOUNT TO RHR-AMOUNT
                 MOVE OIT-BALANCE(OI-USE-SUB) TO RHR-BALANCE
                 WRITE RECEIPT-HISTORY-RECORD

            .

            350-GL-RECEIPT-JOURNAL.
                 MOVE ZEROES TO AP-TO-AR
                 IF AP-BALANCE-HOLD > ZEROES
                      IF RCP-AMOUNT > AP-BALANCE-HOLD
                           MOVE AP-BALANCE-HOLD TO AP-TO-AR
                      ELSE
                           MOVE RCP-AMOUNT TO AP-TO-AR
                      END-IF
                 END-IF
                 SUBTRACT AP-TO-AR FROM RCP-AMOUNT GIVING AP-TO-CREDIT
                 MOVE 'CASH' TO GL-KEY-TYPE
                 MOVE 'D' TO GL-POST-SIDE
                 MOVE RCP-AMOUNT TO GL-POST-AMT
                 PERFORM 360-GL-POST-LINE
                 MOVE 'AR' TO GL-KEY-TYPE
                 MOVE 'C' TO GL-POST-SIDE
                 MOVE AP-TO-AR TO GL-POST-AMT
                 PERFORM 360-GL-POST-LINE
                 MOVE 'CREDBAL' TO GL-KEY-TYPE
                 MOVE 'C' TO GL-POST-SIDE
                 MOVE AP-TO-CREDIT TO GL-POST-AMT
                 PERFORM 360-GL-POST-LINE

            .

            360-GL-POST-LINE.
                 IF GL-POST-AMT NOT = ZEROES
                      MOVE SPACES TO GL-KEY-QUAL
                      PERFORM 370-GL-ACCOUNT-LOOKUP
                      MOVE SPACES TO GL-JOURNAL-RECORD
                      MOVE 'D' TO GLJ-REC-TYPE
                      MOVE 'CASH' TO GLJ-SOURCE
                      MOVE RUN-DATE TO GLJ-BATCH-DATE
                      MOVE RUN-TIME TO GLJ-BATCH-TIME
                      MOVE GL-ACCOUNT-USE TO GLJ-ACCOUNT
                      MOVE GL-POST-SIDE TO GLJ-DR-CR
                      MOVE GL-POST-AMT TO GLJ-AMOUNT
                      MOVE RCP-INV-NO TO GLJ-REFERENCE
                      MOVE RCP-CUST-ID TO GLJ-CUST-ID
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

            370-GL-ACCOUNT-LOOKUP.
                 MOVE 'N' TO GA-FOUND-SW
                 MOVE GL-KEY-QUAL TO GL-SCAN-QUAL
                 PERFORM 375-GL-ACCOUNT-SCAN
                      VARYING GA-SUB FROM 1 BY 1
                      UNTIL GA-SUB > GA-COUNT OR GA-FOUND
                 IF NOT GA-FOUND AND GL-KEY-QUAL NOT = SPACES
                      MOVE SPACES TO GL-SCAN-QUAL
                      PERFORM 375-GL-ACCOUNT-SCAN
                           VARYING GA-SUB FROM 1 BY 1
                           UNTIL GA-SUB > GA-COUNT OR GA-FOUND
                 END-IF
                 IF NOT GA-FOUND
                      MOVE '*UNMAPPED*' TO GL-ACCOUNT-USE
                      IF NOT GL-UNMAPPED
                           MOVE 'Y' TO GL-UNMAPPED-SW
                           MOVE SPACES TO CASH-EXCEPTION-RECORD
                           MOVE 'GL UNMAPPED' TO CAX-REASON
                           STRING GL-KEY-TYPE DELIMITED BY SPACE
                                  ' ' DELIMITED BY SIZE
                                  GL-KEY-QUAL DELIMITED BY SIZE
                                  INTO CAX-IMAGE
                           END-STRING
                           WRITE CASH-EXCEPTION-RECORD
                      END-IF
                 END-IF

            .

            375-GL-ACCOUNT-SCAN.
                 IF GAT-ENTRY-TYPE(GA-SUB) = GL-KEY-TYPE
                      AND GAT-QUALIFIER(GA-SUB) = GL-SCAN-QUAL
                      MOVE 'Y' TO GA-FOUND-SW
                      MOVE GAT-ACCOUNT(GA-SUB) TO GL-ACCOUNT-USE
                 END-IF

            .


            .

            880-GL-BATCH-TRAILER.
                 MOVE SPACES TO GL-JOURNAL-RECORD
                 MOVE 'T' TO GLJ-REC-TYPE
                 MOVE 'CASH' TO GLJ-SOURCE
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
                 WRITE AGING-REPORT-RECORD FROM GL-BATCH-LINE
                      AFTER ADVANCING 1

            .

            900-EOF-ROUTINE.
                 MOVE CA-ITEMS-IN TO CTL-ITEMS
                 MOVE CA-INV-POSTED TO CTL-POSTED
                 MOVE CA-HOLDS-WRITTEN TO CTL-HOLDS
                 WRITE AGING-REPORT-RECORD FROM CASHAPP-TOTAL-LINE
                      AFTER ADVANCING 2
                 PERFORM 880-GL-BATCH-TRAILER
                 CLOSE AGING-REPORT-FILE
                       CASH-EXCEPTION-FILE
                       CUSTMAST-TRANS-FILE
                       RECEIPT-HISTORY-FILE
                       GL-JOURNAL-FILE

            .
