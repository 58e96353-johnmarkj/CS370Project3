       IDENTIFICATION DIVISION.
       PROGRAM-ID. JJONESSTMT.
       AUTHOR. JONES.
      ********************************************************************
      *                  CUSTOMER STATEMENTS AND DUNNING LETTERS
      * This program is the customer-facing side of the open-invoice
      * ledger "OPENITEM.txt" carried by the cash application run. It
      * prints one statement per customer on the ledger to
      * "STATEMENTS.txt": the bill-to block from CUSTMAST.txt, each
      * open invoice with its date, original amount and remaining
      * balance, the payments applied since the last statement, and a
      * CURRENT/31-60/61-90/OVER 90 aging strip (age in days on a
      * 30/360 basis, same buckets as ARAGING.txt).
      *
      * Payments come from the cumulative receipt history
      * "RCPTHIST.txt" that the cash application run appends to as it
      * applies each receipt, so a payment that closed an invoice
      * still shows even though the item itself has left the ledger.
      * The control record "STMTCTL.txt" holds the date of the last
      * statement run; only receipts applied after it are listed, and
      * the record is rewritten with today's date at the end of the
      * run. A second run on the same day reuses the prior cutoff it
      * saved, so a rerun lists the same payments.
      *
      * A customer with a positive balance past 30 days also gets a
      * dunning letter in "DUNNING.txt". The wording firms up by the
      * oldest bucket with money in it: a reminder past 30 days, a
      * demand past 60, and a final notice past 90 (the cash
      * application run puts those customers on credit hold).
      *
      * MODIFICATIONS:
      *   10/15/26  JJ  New program.
      *   10/15/26  JJ  Customer master widened 100 -> 109 for
      *                 CM-CREDIT-LIMIT.
      ********************************************************************
      * INPUT: STATEMENT-CONTROL-FILE (STMTCTL.txt, OPTIONAL,
      *        REWRITTEN AT END OF RUN)
      *     LAST STMT DATE  9(8)   1-8
      *     FILLER          X      9
      *     PRIOR CUTOFF    9(8)   10-17
      *
      * INPUT: OPEN-ITEM-FILE (OPENITEM.txt, 67 CHARACTERS)
      * INPUT: RECEIPT-HISTORY-FILE (RCPTHIST.txt, 57 CHARACTERS)
      * INPUT: CUSTOMER-MASTER-FILE (INDEXED ON CM-CUST-ID)
      *
      * WORK:  ST-WORK-FILE (STWORK.txt) - OPEN ITEMS SORTED BY
      *        CUSTOMER / INVOICE DATE / INVOICE NO
      * OUTPUT: STATEMENT-FILE (STATEMENTS.txt) - ONE PAGE PER
      *         CUSTOMER, RUN TOTALS AT THE END
      * OUTPUT: DUNNING-FILE (DUNNING.txt) - ONE LETTER PER CUSTOMER
      *         PAST DUE OVER 30 DAYS
      ********************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OPTIONAL STATEMENT-CONTROL-FILE
                ASSIGN TO 'STMTCTL.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL OPEN-ITEM-FILE
                ASSIGN TO 'OPENITEM.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT ST-SORT-FILE
                ASSIGN TO 'STSORT.TMP'.

             SELECT ST-WORK-FILE
                ASSIGN TO 'STWORK.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL RECEIPT-HISTORY-FILE
                ASSIGN TO 'RCPTHIST.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT CUSTOMER-MASTER-FILE
                ASSIGN TO 'CUSTMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS CUSTMAST-STATUS.

             SELECT STATEMENT-FILE
                ASSIGN TO PRINTER 'STATEMENTS.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT DUNNING-FILE
                ASSIGN TO PRINTER 'DUNNING.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            FD STATEMENT-CONTROL-FILE
                RECORD CONTAINS 17 CHARACTERS.

            01 STATEMENT-CONTROL-RECORD.
                05 SCR-LAST-DATE       PIC 9(8).
                05 FILLER              PIC X.
                05 SCR-PRIOR-DATE      PIC 9(8).

            FD OPEN-ITEM-FILE
                RECORD CONTAINS 67 CHARACTERS.

            01 OPEN-ITEM-RECORD     PIC X(67).

            SD ST-SORT-FILE.

            01 ST-SORT-RECORD.
                05 SRT-INV-DATE        PIC 9(8).
                05 FILLER              PIC X.
                05 SRT-INV-NO          PIC 9(6).
                05 FILLER              PIC X.
                05 SRT-CUST-ID         PIC X(6).
                05 FILLER              PIC X(45).

            FD ST-WORK-FILE
                RECORD CONTAINS 67 CHARACTERS.

            01 ST-WORK-RECORD.
                05 SWR-INV-DATE        PIC 9(8).
                05 FILLER              PIC X.
                05 SWR-INV-NO          PIC 9(6).
                05 FILLER              PIC X.
                05 SWR-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 SWR-CUST-NAME       PIC X(20).
                05 FILLER              PIC X.
                05 SWR-ORIG-AMT        PIC S9(8)V99
                                       SIGN TRAILING SEPARATE.
                05 FILLER              PIC X.
                05 SWR-BALANCE         PIC S9(8)V99
                                       SIGN TRAILING SEPARATE.

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
                    88 CM-ON-CREDIT-HOLD    VALUE 'Y'.
                    88 CM-NOT-ON-CREDIT-HOLD VALUE 'N'.
                05 CM-RATING-CODE      PIC X.
                05 CM-RATING-NAME      PIC X(10).
                05 CM-CREDIT-LIMIT     PIC 9(7)V99.

            FD STATEMENT-FILE
                RECORD CONTAINS 80 CHARACTERS.

            01 STATEMENT-RECORD     PIC X(80).

            FD DUNNING-FILE
                RECORD CONTAINS 80 CHARACTERS.

            01 DUNNING-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
            01 FLAGS-N-SWITCHES.
                05 WORK-EOF         PIC X       VALUE 'N'.
                05 HIST-EOF         PIC X       VALUE 'N'.
                05 FIRST-RECORD     PIC X       VALUE 'Y'.
                05 CUST-FOUND-SW    PIC X       VALUE 'N'.
                    88 CUST-FOUND            VALUE 'Y'.

            01 CUSTMAST-STATUS      PIC XX      VALUE '00'.

            01 RUN-DATE             PIC 9(8)    VALUE ZEROES.

            01 RUN-DATE-SPLIT REDEFINES RUN-DATE.
                05 RD-YEAR           PIC 9(4).
                05 RD-MONTH          PIC 99.
                05 RD-DAY            PIC 99.

            01 CUTOFF-DATE          PIC 9(8)    VALUE ZEROES.

            01 STMT-COUNTERS.
                05 ST-ITEMS          PIC 9(6)   VALUE ZEROES.
                05 ST-STATEMENTS     PIC 9(6)   VALUE ZEROES.
                05 ST-NO-MASTER      PIC 9(6)   VALUE ZEROES.
                05 ST-PAY-LOADED     PIC 9(6)   VALUE ZEROES.
                05 ST-PAY-DROPPED    PIC 9(6)   VALUE ZEROES.
                05 ST-DUN-30         PIC 9(6)   VALUE ZEROES.
                05 ST-DUN-60         PIC 9(6)   VALUE ZEROES.
                05 ST-DUN-90         PIC 9(6)   VALUE ZEROES.

            01 GROUP-HOLD-FIELDS.
                05 GH-CUST-ID        PIC X(6)    VALUE SPACES.

            01 CUST-STMT-TOTALS.
                05 SC-CURRENT        PIC S9(9)V99 VALUE ZEROES.
                05 SC-OVER30         PIC S9(9)V99 VALUE ZEROES.
                05 SC-OVER60         PIC S9(9)V99 VALUE ZEROES.
                05 SC-OVER90         PIC S9(9)V99 VALUE ZEROES.
                05 SC-TOTAL          PIC S9(9)V99 VALUE ZEROES.
                05 SC-PAST-DUE       PIC S9(9)V99 VALUE ZEROES.
                05 SC-PAYMENTS       PIC S9(9)V99 VALUE ZEROES.
                05 SC-PAY-LINES      PIC 9(4)     VALUE ZEROES.

            01 GRAND-STMT-TOTALS.
                05 GS-TOTAL          PIC S9(10)V99 VALUE ZEROES.
                05 GS-PAYMENTS       PIC S9(10)V99 VALUE ZEROES.

            01 PAY-TABLE-FIELDS.
                05 PY-COUNT          PIC 9(4)    VALUE ZEROES.
                05 PY-SUB            PIC 9(4)    VALUE ZEROES.
                05 PY-MAX-ENTRIES    PIC 9(4)    VALUE 2000.

            01 PAYMENT-TABLE.
                05 PYT-ENTRY OCCURS 2000 TIMES.
                    10 PYT-CUST-ID   PIC X(6).
                    10 PYT-RCPT-DATE PIC 9(8).
                    10 PYT-INV-NO    PIC 9(6).
                    10 PYT-AMOUNT    PIC S9(8)V99.
                    10 PYT-RESULT    PIC X.

            01 AGE-FIELDS.
                05 AGE-DAYS          PIC S9(6)  VALUE ZEROES.
                05 AGE-WORK          PIC S9(6)  VALUE ZEROES.
                05 AGE-DATE-HOLD     PIC 9(8)   VALUE ZEROES.
                05 AGE-DATE-SPLIT REDEFINES AGE-DATE-HOLD.
                    10 AGE-YEAR      PIC 9(4).
                    10 AGE-MONTH     PIC 99.
                    10 AGE-DAY       PIC 99.

            01 DUNNING-FIELDS.
                05 DUN-TIER          PIC 9       VALUE ZERO.
                05 DUN-SUB           PIC 9       VALUE ZERO.
                05 DUN-MAX-LINES     PIC 9       VALUE 3.

            01 DUNNING-TEXT-VALUES.
                05               PIC X(30)
                   VALUE 'OUR RECORDS SHOW A BALANCE ON '.
                05               PIC X(30)
                   VALUE 'YOUR ACCOUNT THAT IS MORE THAN'.
                05               PIC X(30)
                   VALUE '30 DAYS PAST THE INVOICE DATE.'.
                05               PIC X(30)
                   VALUE ' IF YOUR PAYMENT IS ALREADY ON'.
                05               PIC X(30)
                   VALUE 'ITS WAY, THANK YOU. OTHERWISE '.
                05               PIC X(30)
                   VALUE 'PLEASE REMIT THE AMOUNT BELOW.'.
                05               PIC X(30)
                   VALUE 'YOUR ACCOUNT IS NOW MORE THAN '.
                05               PIC X(30)
                   VALUE '60 DAYS PAST DUE AND WE HAVE  '.
                05               PIC X(30)
                   VALUE 'HAD NO RESPONSE TO OUR EARLIER'.
                05               PIC X(30)
                   VALUE ' STATEMENTS. PLEASE REMIT THE '.
                05               PIC X(30)
                   VALUE 'AMOUNT BELOW WITHIN 10 DAYS OR'.
                05               PIC X(30)
                   VALUE ' CALL US TO ARRANGE PAYMENT.  '.
                05               PIC X(30)
                   VALUE 'FINAL NOTICE. YOUR ACCOUNT IS '.
                05               PIC X(30)
                   VALUE 'MORE THAN 90 DAYS PAST DUE AND'.
                05               PIC X(30)
                   VALUE 'HAS BEEN PLACED ON CREDIT HOLD'.
                05               PIC X(30)
                   VALUE '. NO FURTHER ORDERS WILL SHIP '.
                05               PIC X(30)
                   VALUE 'UNTIL THE AMOUNT BELOW IS PAID'.
                05               PIC X(30)
                   VALUE ' IN FULL. CALL US IMMEDIATELY.'.
            01 DUNNING-TEXT-TABLE REDEFINES DUNNING-TEXT-VALUES.
                05 DTT-TIER OCCURS 3 TIMES.
                    10 DTT-LINE      PIC X(60)  OCCURS 3 TIMES.

            01 STMT-TITLE-LINE.
                05 FILLER              PIC X(20).
                05                     PIC X(24)
                   VALUE 'STATEMENT OF ACCOUNT FOR'.
                05 FILLER              PIC X.
                05 STL-RUN-DATE        PIC 9(8).

            01 STMT-ACCOUNT-LINE.
                05                     PIC X(8)    VALUE 'ACCOUNT:'.
                05 FILLER              PIC X.
                05 SAL-CUST-ID         PIC X(6).
                05 FILLER              PIC X(4).
                05                     PIC X(16)
                   VALUE 'PAYMENTS AFTER: '.
                05 SAL-CUTOFF-DATE     PIC 9(8).

            01 BILL-TO-NAME-LINE.
                05                     PIC X(8)    VALUE 'BILL TO:'.
                05 FILLER              PIC X.
                05 BTN-CUST-NAME       PIC X(20).

            01 BILL-TO-ADDR-LINE1.
                05 FILLER              PIC X(9).
                05 BTA-ADDRESS         PIC X(25).

            01 BILL-TO-ADDR-LINE2.
                05 FILLER              PIC X(9).
                05 BTA-CITY            PIC X(15).
                05                     PIC X(2)    VALUE ', '.
                05 BTA-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 BTA-ZIP             PIC X(5).

            01 STMT-SEP-LINE.
                05                     PIC X(72)   VALUE ALL '-'.

            01 STMT-ITEM-COL-LINE.
                05                     PIC X(8)    VALUE 'INV DATE'.
                05 FILLER              PIC X(2).
                05                     PIC X(7)    VALUE 'INVOICE'.
                05 FILLER              PIC X(9).
                05                     PIC X(8)    VALUE 'ORIGINAL'.
                05 FILLER              PIC X(9).
                05                     PIC X(7)    VALUE 'BALANCE'.
                05 FILLER              PIC X(3).
                05                     PIC X(4)    VALUE 'DAYS'.

            01 STMT-ITEM-LINE.
                05 SIL-INV-DATE        PIC 9(8).
                05 FILLER              PIC X(3).
                05 SIL-INV-NO          PIC 9(6).
                05 FILLER              PIC X.
                05 SIL-ORIG-AMT        PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X.
                05 SIL-BALANCE         PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X.
                05 SIL-AGE-DAYS        PIC ZZZZ9.

            01 STMT-PAY-HEAD-LINE.
                05                     PIC X(38)
                   VALUE 'PAYMENTS RECEIVED SINCE LAST STATEMENT'.

            01 STMT-PAY-COL-LINE.
                05                     PIC X(8)    VALUE 'RCPT DT '.
                05 FILLER              PIC X(2).
                05                     PIC X(7)    VALUE 'INVOICE'.
                05 FILLER              PIC X(10).
                05                     PIC X(6)    VALUE 'AMOUNT'.
                05 FILLER              PIC X(3).
                05                     PIC X(7)    VALUE 'APPLIED'.

            01 STMT-PAY-LINE.
                05 SPL-RCPT-DATE       PIC 9(8).
                05 FILLER              PIC X(3).
                05 SPL-INV-NO          PIC 9(6).
                05 FILLER              PIC X.
                05 SPL-AMOUNT          PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X(3).
                05 SPL-RESULT          PIC X(12).

            01 STMT-NO-PAY-LINE.
                05 FILLER              PIC X(2).
                05                     PIC X(17)
                   VALUE 'NO PAYMENTS SINCE'.
                05 FILLER              PIC X.
                05                     PIC X(14)
                   VALUE 'LAST STATEMENT'.

            01 STMT-PAY-TOTAL-LINE.
                05 FILLER              PIC X(2).
                05                     PIC X(15)
                   VALUE 'TOTAL PAYMENTS:'.
                05 FILLER              PIC X(1).
                05 SPT-PAYMENTS        PIC $$$,$$$,$$9.99-.

            01 STMT-AGING-COL-LINE.
                05 FILLER              PIC X(8).
                05                     PIC X(7)    VALUE 'CURRENT'.
                05 FILLER              PIC X(11).
                05                     PIC X(5)    VALUE '31-60'.
                05 FILLER              PIC X(11).
                05                     PIC X(5)    VALUE '61-90'.
                05 FILLER              PIC X(9).
                05                     PIC X(7)    VALUE 'OVER 90'.

            01 STMT-AGING-LINE.
                05 SAG-CURRENT         PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X(1).
                05 SAG-OVER30          PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X(1).
                05 SAG-OVER60          PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X(1).
                05 SAG-OVER90          PIC $$$,$$$,$$9.99-.

            01 STMT-BALANCE-LINE.
                05                     PIC X(12)
                   VALUE 'BALANCE DUE:'.
                05 FILLER              PIC X(4).
                05 SBL-TOTAL           PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X(2).
                05 SBL-CREDIT-TAG      PIC X(14).

            01 STMT-DUN-TAG-LINE.
                05                     PIC X(31)
                   VALUE 'PAST DUE - NOTICE SENT, LEVEL  '.
                05 SDT-TIER            PIC 9.

            01 STMT-RUN-TITLE-LINE.
                05 FILLER              PIC X(20).
                05                     PIC X(25)
                   VALUE 'STATEMENT RUN TOTALS FOR '.
                05 SRT-RUN-DATE        PIC 9(8).

            01 STMT-RUN-COUNT-LINE.
                05                     PIC X(7)   VALUE 'ITEMS= '.
                05 SRC-ITEMS           PIC ZZZZZ9.
                05                     PIC X(8)   VALUE ' STMTS= '.
                05 SRC-STATEMENTS      PIC ZZZZZ9.
                05                     PIC X(12)  VALUE ' NO-MASTER= '.
                05 SRC-NO-MASTER       PIC ZZZZZ9.
                05                     PIC X(7)   VALUE ' PAYS= '.
                05 SRC-PAY-LOADED      PIC ZZZZZ9.

            01 STMT-RUN-DUN-LINE.
                05                     PIC X(15)
                   VALUE 'DUNNING LEVEL1='.
                05 SRD-DUN-30          PIC ZZZZZ9.
                05                     PIC X(9)   VALUE ' LEVEL2='.
                05 SRD-DUN-60          PIC ZZZZZ9.
                05                     PIC X(9)   VALUE ' LEVEL3='.
                05 SRD-DUN-90          PIC ZZZZZ9.

            01 STMT-RUN-AMT-LINE.
                05                     PIC X(14)
                   VALUE 'TOTAL BILLED: '.
                05 SRA-TOTAL           PIC $$$$,$$$,$$9.99-.
                05                     PIC X(12)  VALUE '  PAYMENTS: '.
                05 SRA-PAYMENTS        PIC $$$$,$$$,$$9.99-.

            01 STMT-PAY-DROP-LINE.
                05                     PIC X(36)
                   VALUE 'WARNING: PAYMENT TABLE FULL - EXTRA '.
                05 SPD-DROPPED         PIC ZZZZZ9.
                05                     PIC X(22)
                   VALUE ' PAYMENTS NOT PRINTED'.

            01 DUN-DATE-LINE.
                05 FILLER              PIC X(50).
                05 DDL-RUN-DATE        PIC 9(8).

            01 DUN-RE-LINE.
                05                     PIC X(12)   VALUE 'RE: ACCOUNT '.
                05 DRL-CUST-ID         PIC X(6).
                05 FILLER              PIC X(4).
                05                     PIC X(7)    VALUE 'NOTICE '.
                05 DRL-TIER            PIC 9.
                05                     PIC X(5)    VALUE ' OF 3'.

            01 DUN-TEXT-LINE.
                05 FILLER              PIC X(4).
                05 DTL-TEXT            PIC X(60).

            01 DUN-AMT-LINE.
                05 FILLER              PIC X(4).
                05 DAL-LABEL           PIC X(20).
                05 DAL-AMOUNT          PIC $$$,$$$,$$9.99-.

            01 DUN-CLOSE-LINE1.
                05 FILLER              PIC X(4).
                05                     PIC X(10)   VALUE 'SINCERELY,'.

            01 DUN-CLOSE-LINE2.
                05 FILLER              PIC X(4).
                05                     PIC X(17)
                   VALUE 'CREDIT DEPARTMENT'.

       PROCEDURE DIVISION.

            100-MAIN-ROUTINE.
                PERFORM 150-HOUSEKEEPING
                PERFORM 200-LOAD-PAYMENTS
                PERFORM 250-SORT-OPEN-ITEMS
                PERFORM 300-READ-OPEN-ITEMS
                PERFORM 900-EOF-ROUTINE
                STOP RUN
            .

            150-HOUSEKEEPING.
                 ACCEPT RUN-DATE FROM DATE YYYYMMDD
                 PERFORM 160-READ-CONTROL
                 OPEN INPUT CUSTOMER-MASTER-FILE
                 OPEN OUTPUT STATEMENT-FILE
                             DUNNING-FILE
                 MOVE RUN-DATE TO STL-RUN-DATE
                 MOVE CUTOFF-DATE TO SAL-CUTOFF-DATE
                 MOVE RUN-DATE TO DDL-RUN-DATE

            .

            160-READ-CONTROL.
                 OPEN INPUT STATEMENT-CONTROL-FILE
                 READ STATEMENT-CONTROL-FILE
                      AT END
                           CONTINUE
                      NOT AT END
                           IF SCR-LAST-DATE IS NUMERIC
                                IF SCR-LAST-DATE = RUN-DATE
                                     AND SCR-PRIOR-DATE IS NUMERIC
                                     MOVE SCR-PRIOR-DATE
                                          TO CUTOFF-DATE
                                ELSE
                                     MOVE SCR-LAST-DATE
                                          TO CUTOFF-DATE
                                END-IF
                           END-IF
                 END-READ
                 CLOSE STATEMENT-CONTROL-FILE

            .

            200-LOAD-PAYMENTS.
                 OPEN INPUT RECEIPT-HISTORY-FILE
                 PERFORM UNTIL HIST-EOF = 'Y'
                      READ RECEIPT-HISTORY-FILE
                           AT END
                                MOVE 'Y' TO HIST-EOF
                           NOT AT END
                                IF RHR-APPLY-DATE IS NUMERIC
                                     AND RHR-APPLY-DATE > CUTOFF-DATE
                                     AND RHR-AMOUNT IS NUMERIC
                                     PERFORM 210-STORE-PAYMENT
                                END-IF
                      END-READ
                 END-PERFORM
                 CLOSE RECEIPT-HISTORY-FILE

            .

            210-STORE-PAYMENT.
                 IF PY-COUNT < PY-MAX-ENTRIES
                      ADD 1 TO PY-COUNT
                      ADD 1 TO ST-PAY-LOADED
                      MOVE RHR-CUST-ID TO PYT-CUST-ID(PY-COUNT)
                      MOVE RHR-RCPT-DATE TO PYT-RCPT-DATE(PY-COUNT)
                      MOVE RHR-INV-NO TO PYT-INV-NO(PY-COUNT)
                      MOVE RHR-AMOUNT TO PYT-AMOUNT(PY-COUNT)
                      MOVE RHR-RESULT TO PYT-RESULT(PY-COUNT)
                 ELSE
                      ADD 1 TO ST-PAY-DROPPED
                 END-IF

            .

            250-SORT-OPEN-ITEMS.
                 SORT ST-SORT-FILE
                      ON ASCENDING KEY SRT-CUST-ID
                                       SRT-INV-DATE
                                       SRT-INV-NO
                      USING OPEN-ITEM-FILE
                      GIVING ST-WORK-FILE

            .

            300-READ-OPEN-ITEMS.
                 OPEN INPUT ST-WORK-FILE
                 PERFORM UNTIL WORK-EOF = 'Y'
                      READ ST-WORK-FILE
                           AT END
                                MOVE 'Y' TO WORK-EOF
                           NOT AT END
                                ADD 1 TO ST-ITEMS
                                PERFORM 310-PROC-ITEM
                      END-READ
                 END-PERFORM
                 CLOSE ST-WORK-FILE
                 IF FIRST-RECORD = 'N'
                      PERFORM 600-CUSTBREAK
                 END-IF

            .

            310-PROC-ITEM.
                 EVALUATE TRUE
                      WHEN FIRST-RECORD = 'Y'
                           MOVE 'N' TO FIRST-RECORD
                           PERFORM 400-STATEMENT-HEAD
                      WHEN SWR-CUST-ID NOT = GH-CUST-ID
                           PERFORM 600-CUSTBREAK
                           PERFORM 400-STATEMENT-HEAD
                 END-EVALUATE
                 PERFORM 450-ITEM-LINE

            .

            400-STATEMENT-HEAD.
                 MOVE SWR-CUST-ID TO GH-CUST-ID
                 MOVE ZEROES TO SC-CURRENT
                 MOVE ZEROES TO SC-OVER30
                 MOVE ZEROES TO SC-OVER60
                 MOVE ZEROES TO SC-OVER90
                 MOVE ZEROES TO SC-TOTAL
                 MOVE ZEROES TO SC-PAYMENTS
                 MOVE ZEROES TO SC-PAY-LINES
                 PERFORM 410-GET-BILL-TO
                 MOVE SWR-CUST-ID TO SAL-CUST-ID
                 WRITE STATEMENT-RECORD FROM STMT-TITLE-LINE
                      AFTER ADVANCING PAGE
                 WRITE STATEMENT-RECORD FROM STMT-ACCOUNT-LINE
                      AFTER ADVANCING 2
                 WRITE STATEMENT-RECORD FROM BILL-TO-NAME-LINE
                      AFTER ADVANCING 2
                 WRITE STATEMENT-RECORD FROM BILL-TO-ADDR-LINE1
                      AFTER ADVANCING 1
                 WRITE STATEMENT-RECORD FROM BILL-TO-ADDR-LINE2
                      AFTER ADVANCING 1
                 WRITE STATEMENT-RECORD FROM STMT-SEP-LINE
                      AFTER ADVANCING 2
                 WRITE STATEMENT-RECORD FROM STMT-ITEM-COL-LINE
                      AFTER ADVANCING 1

            .

            410-GET-BILL-TO.
                 MOVE 'N' TO CUST-FOUND-SW
                 MOVE SWR-CUST-ID TO CM-CUST-ID
                 READ CUSTOMER-MASTER-FILE
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF CUSTMAST-STATUS = '00'
                                MOVE 'Y' TO CUST-FOUND-SW
                           END-IF
                 END-READ
                 IF CUST-FOUND
                      MOVE CM-CUST-NAME TO BTN-CUST-NAME
                      MOVE CM-ADDRESS TO BTA-ADDRESS
                      MOVE CM-CITY TO BTA-CITY
                      MOVE CM-STATE TO BTA-STATE
                      MOVE CM-ZIP TO BTA-ZIP
                 ELSE
                      ADD 1 TO ST-NO-MASTER
                      MOVE SWR-CUST-NAME TO BTN-CUST-NAME
                      MOVE 'ADDRESS NOT ON FILE' TO BTA-ADDRESS
                      MOVE SPACES TO BTA-CITY
                      MOVE SPACES TO BTA-STATE
                      MOVE SPACES TO BTA-ZIP
                 END-IF

            .

            450-ITEM-LINE.
                 MOVE SWR-INV-DATE TO AGE-DATE-HOLD
                 PERFORM 530-CALC-AGE
                 IF SWR-BALANCE IS NUMERIC
                      EVALUATE TRUE
                           WHEN AGE-DAYS > 90
                                ADD SWR-BALANCE TO SC-OVER90
                           WHEN AGE-DAYS > 60
                                ADD SWR-BALANCE TO SC-OVER60
                           WHEN AGE-DAYS > 30
                                ADD SWR-BALANCE TO SC-OVER30
                           WHEN OTHER
                                ADD SWR-BALANCE TO SC-CURRENT
                      END-EVALUATE
                      ADD SWR-BALANCE TO SC-TOTAL
                      MOVE SWR-BALANCE TO SIL-BALANCE
                 ELSE
                      MOVE ZEROES TO SIL-BALANCE
                 END-IF
                 IF SWR-ORIG-AMT IS NUMERIC
                      MOVE SWR-ORIG-AMT TO SIL-ORIG-AMT
                 ELSE
                      MOVE ZEROES TO SIL-ORIG-AMT
                 END-IF
                 MOVE SWR-INV-DATE TO SIL-INV-DATE
                 MOVE SWR-INV-NO TO SIL-INV-NO
                 MOVE AGE-DAYS TO SIL-AGE-DAYS
                 WRITE STATEMENT-RECORD FROM STMT-ITEM-LINE
                      AFTER ADVANCING 1

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

            600-CUSTBREAK.
                 PERFORM 620-PAYMENT-SECTION
                 WRITE STATEMENT-RECORD FROM STMT-SEP-LINE
                      AFTER ADVANCING 2
                 WRITE STATEMENT-RECORD FROM STMT-AGING-COL-LINE
                      AFTER ADVANCING 1
                 MOVE SC-CURRENT TO SAG-CURRENT
                 MOVE SC-OVER30 TO SAG-OVER30
                 MOVE SC-OVER60 TO SAG-OVER60
                 MOVE SC-OVER90 TO SAG-OVER90
                 WRITE STATEMENT-RECORD FROM STMT-AGING-LINE
                      AFTER ADVANCING 1
                 MOVE SC-TOTAL TO SBL-TOTAL
                 IF SC-TOTAL < ZEROES
                      MOVE 'CREDIT BALANCE' TO SBL-CREDIT-TAG
                 ELSE
                      MOVE SPACES TO SBL-CREDIT-TAG
                 END-IF
                 WRITE STATEMENT-RECORD FROM STMT-BALANCE-LINE
                      AFTER ADVANCING 2
                 ADD 1 TO ST-STATEMENTS
                 ADD SC-TOTAL TO GS-TOTAL
                 ADD SC-PAYMENTS TO GS-PAYMENTS
                 ADD SC-OVER30 SC-OVER60 SC-OVER90
                      GIVING SC-PAST-DUE
                 MOVE ZERO TO DUN-TIER
                 IF SC-TOTAL > ZEROES AND SC-PAST-DUE > ZEROES
                      EVALUATE TRUE
                           WHEN SC-OVER90 > ZEROES
                                MOVE 3 TO DUN-TIER
                                ADD 1 TO ST-DUN-90
                           WHEN SC-OVER60 > ZEROES
                                MOVE 2 TO DUN-TIER
                                ADD 1 TO ST-DUN-60
                           WHEN SC-OVER30 > ZEROES
                                MOVE 1 TO DUN-TIER
                                ADD 1 TO ST-DUN-30
                      END-EVALUATE
                 END-IF
                 IF DUN-TIER > ZERO
                      MOVE DUN-TIER TO SDT-TIER
                      WRITE STATEMENT-RECORD FROM STMT-DUN-TAG-LINE
                           AFTER ADVANCING 1
                      PERFORM 700-DUNNING-LETTER
                 END-IF

            .

            620-PAYMENT-SECTION.
                 WRITE STATEMENT-RECORD FROM STMT-PAY-HEAD-LINE
                      AFTER ADVANCING 2
                 WRITE STATEMENT-RECORD FROM STMT-PAY-COL-LINE
                      AFTER ADVANCING 1
                 PERFORM 625-PAYMENT-SCAN
                      VARYING PY-SUB FROM 1 BY 1
                      UNTIL PY-SUB > PY-COUNT
                 IF SC-PAY-LINES = ZEROES
                      WRITE STATEMENT-RECORD FROM STMT-NO-PAY-LINE
                           AFTER ADVANCING 1
                 ELSE
                      MOVE SC-PAYMENTS TO SPT-PAYMENTS
                      WRITE STATEMENT-RECORD FROM STMT-PAY-TOTAL-LINE
                           AFTER ADVANCING 1
                 END-IF

            .

            625-PAYMENT-SCAN.
                 IF PYT-CUST-ID(PY-SUB) = GH-CUST-ID
                      ADD 1 TO SC-PAY-LINES
                      ADD PYT-AMOUNT(PY-SUB) TO SC-PAYMENTS
                      MOVE PYT-RCPT-DATE(PY-SUB) TO SPL-RCPT-DATE
                      MOVE PYT-INV-NO(PY-SUB) TO SPL-INV-NO
                      MOVE PYT-AMOUNT(PY-SUB) TO SPL-AMOUNT
                      EVALUATE PYT-RESULT(PY-SUB)
                           WHEN 'F'
                                MOVE 'PAID IN FULL' TO SPL-RESULT
                           WHEN 'O'
                                MOVE 'OVERPAYMENT' TO SPL-RESULT
                           WHEN OTHER
                                MOVE 'PARTIAL' TO SPL-RESULT
                      END-EVALUATE
                      WRITE STATEMENT-RECORD FROM STMT-PAY-LINE
                           AFTER ADVANCING 1
                 END-IF

            .

            700-DUNNING-LETTER.
                 WRITE DUNNING-RECORD FROM DUN-DATE-LINE
                      AFTER ADVANCING PAGE
                 WRITE DUNNING-RECORD FROM BILL-TO-NAME-LINE
                      AFTER ADVANCING 3
                 WRITE DUNNING-RECORD FROM BILL-TO-ADDR-LINE1
                      AFTER ADVANCING 1
                 WRITE DUNNING-RECORD FROM BILL-TO-ADDR-LINE2
                      AFTER ADVANCING 1
                 MOVE GH-CUST-ID TO DRL-CUST-ID
                 MOVE DUN-TIER TO DRL-TIER
                 WRITE DUNNING-RECORD FROM DUN-RE-LINE
                      AFTER ADVANCING 3
                 PERFORM 720-DUNNING-TEXT
                      VARYING DUN-SUB FROM 1 BY 1
                      UNTIL DUN-SUB > DUN-MAX-LINES
                 MOVE 'PAST DUE AMOUNT:' TO DAL-LABEL
                 MOVE SC-PAST-DUE TO DAL-AMOUNT
                 WRITE DUNNING-RECORD FROM DUN-AMT-LINE
                      AFTER ADVANCING 2
                 MOVE 'TOTAL BALANCE:' TO DAL-LABEL
                 MOVE SC-TOTAL TO DAL-AMOUNT
                 WRITE DUNNING-RECORD FROM DUN-AMT-LINE
                      AFTER ADVANCING 1
                 WRITE DUNNING-RECORD FROM DUN-CLOSE-LINE1
                      AFTER ADVANCING 3
                 WRITE DUNNING-RECORD FROM DUN-CLOSE-LINE2
                      AFTER ADVANCING 2

            .

            720-DUNNING-TEXT.
                 MOVE DTT-LINE(DUN-TIER, DUN-SUB) TO DTL-TEXT
                 IF DUN-SUB = 1
                      WRITE DUNNING-RECORD FROM DUN-TEXT-LINE
                           AFTER ADVANCING 2
                 ELSE
                      WRITE DUNNING-RECORD FROM DUN-TEXT-LINE
                           AFTER ADVANCING 1
                 END-IF

            .

            800-WRITE-CONTROL.
                 OPEN OUTPUT STATEMENT-CONTROL-FILE
                 MOVE SPACES TO STATEMENT-CONTROL-RECORD
                 MOVE RUN-DATE TO SCR-LAST-DATE
                 MOVE CUTOFF-DATE TO SCR-PRIOR-DATE
                 WRITE STATEMENT-CONTROL-RECORD
                 CLOSE STATEMENT-CONTROL-FILE

            .

            900-EOF-ROUTINE.
                 MOVE RUN-DATE TO SRT-RUN-DATE
                 WRITE STATEMENT-RECORD FROM STMT-RUN-TITLE-LINE
                      AFTER ADVANCING PAGE
                 MOVE ST-ITEMS TO SRC-ITEMS
                 MOVE ST-STATEMENTS TO SRC-STATEMENTS
                 MOVE ST-NO-MASTER TO SRC-NO-MASTER
                 MOVE ST-PAY-LOADED TO SRC-PAY-LOADED
                 WRITE STATEMENT-RECORD FROM STMT-RUN-COUNT-LINE
                      AFTER ADVANCING 2
                 MOVE ST-DUN-30 TO SRD-DUN-30
                 MOVE ST-DUN-60 TO SRD-DUN-60
                 MOVE ST-DUN-90 TO SRD-DUN-90
                 WRITE STATEMENT-RECORD FROM STMT-RUN-DUN-LINE
                      AFTER ADVANCING 1
                 MOVE GS-TOTAL TO SRA-TOTAL
                 MOVE GS-PAYMENTS TO SRA-PAYMENTS
                 WRITE STATEMENT-RECORD FROM STMT-RUN-AMT-LINE
                      AFTER ADVANCING 1
                 IF ST-PAY-DROPPED > ZEROES
                      MOVE ST-PAY-DROPPED TO SPD-DROPPED
                      WRITE STATEMENT-RECORD FROM STMT-PAY-DROP-LINE
                           AFTER ADVANCING 1
                 END-IF
                 PERFORM 800-WRITE-CONTROL
                 CLOSE CUSTOMER-MASTER-FILE
                       STATEMENT-FILE
                       DUNNING-FILE

            .
