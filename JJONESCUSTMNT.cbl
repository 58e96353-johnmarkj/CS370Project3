      *                 master 96 -> 100, transaction 98 -> 102).
      *                 Run JJONESCUSTCONV once before the first run
      *                 against a converted master.
      *   10/15/26  JJ  CREDIT-LIMIT added to the customer master
      *                 (CM-CREDIT-LIMIT 9(7)V99, master 100 -> 109,
      *                 transaction 102 -> 111). Zero means no limit.
      *                 Run JJONESCLCONV once to re-lay the master.
      *   10/15/26  JJ  A delete is now refused while the customer
      *                 still has an open item with a balance on
      *                 OPENITEM.txt, a held order on HELDORD.txt or
      *                 an entry on BACKORD.txt, so it cannot leave
      *                 orphans behind; the reject reason names the
      *                 file that still references the customer.
      *   10/15/26  JJ  A delete is also refused while the customer
      *                 has an order parked on CREDREV.txt for credit
      *                 review (IN CREDIT REVIEW) or a contract on
      *                 CONTRACT.txt that has not yet expired (HAS
      *                 CONTRACTS). Expired contracts stay as history;
      *                 JJONESRIAUDIT lists them.
      ********************************************************************
      * INPUT: CUSTMAST-TRANS-FILE (111 CHARACTERS)
      *     ACTION          X      1     (A=ADD, C=CHANGE, D=DELETE)
      *     FILLER          X      2
      *     CUSTOMER IMAGE  X(109) 3-111 (SAME LAYOUT AS CUSTMAST.txt;
      *                                   ON A CHANGE, SPACES IN A FIELD
      *                                   MEANS LEAVE THAT FIELD ALONE;
      *                                   CREDIT-LIMIT IS 9(7)V99, NO
      *                                   DECIMAL POINT, SPACES ON AN
      *                                   ADD MEANS NO LIMIT)
      *
      * INPUT-OUTPUT: CUSTOMER-MASTER-FILE (INDEXED ON CM-CUST-ID)
      *
      * INPUT: OPEN-ITEM-FILE (OPENITEM.txt), HELD-ORDER-FILE
      *        (HELDORD.txt), CREDIT-REVIEW-FILE (CREDREV.txt),
      *        BACKORDER-FILE (BACKORD.txt), CONTRACT-PRICE-FILE
      *        (CONTRACT.txt) - READ ON A DELETE TO CHECK NOTHING
      *        STILL REFERENCES THE CUSTOMER
      *
      * OUTPUT: MAINT-EXCEPTION-FILE - REJECTED TRANSACTIONS + REASON
      * OUTPUT: AUDIT-FILE - DATE/TIME, CUST-ID, ACTION, FIELD,
      *         BEFORE VALUE, AFTER VALUE, ONE RECORD PER FIELD CHANGED,
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS CUSTMAST-STATUS.

             SELECT OPTIONAL OPEN-ITEM-FILE
                ASSIGN TO 'OPENITEM.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL HELD-ORDER-FILE
                ASSIGN TO 'HELDORD.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL CREDIT-REVIEW-FILE
                ASSIGN TO 'CREDREV.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL BACKORDER-FILE
                ASSIGN TO 'BACKORD.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL CONTRACT-PRICE-FILE
                ASSIGN TO 'CONTRACT.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CP-KEY
                FILE STATUS IS CONTRACT-STATUS.

             SELECT OPTIONAL MAINT-EXCEPTION-FILE
                ASSIGN TO 'CUSTMNT-EXCEPTIONS.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
            FD CUSTMAST-TRANS-FILE
                RECORD CONTAINS 111 CHARACTERS.

            01 CUSTMAST-TRANS-RECORD.
                05 TR-ACTION           PIC X.
                05 TR-CREDIT-HOLD      PIC X.
                05 TR-RATING-CODE      PIC X.
                05 TR-RATING-NAME      PIC X(10).
                05 TR-CREDIT-LIMIT     PIC X(9).
                05 TR-CREDIT-LIMIT-NUM REDEFINES TR-CREDIT-LIMIT
                                       PIC 9(7)V99.

            FD CUSTOMER-MASTER-FILE
                RECORD CONTAINS 109 CHARACTERS.

            01 CUSTOMER-MASTER-RECORD.
                05 CM-CUST-ID          PIC X(6).
                    88 CM-NOT-ON-CREDIT-HOLD VALUE 'N'.
                05 CM-RATING-CODE      PIC X.
                05 CM-RATING-NAME      PIC X(10).
                05 CM-CREDIT-LIMIT     PIC 9(7)V99.

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

            FD HELD-ORDER-FILE
                RECORD CONTAINS 234 CHARACTERS.

            01 HELD-ORDER-RECORD.
                05 HOR-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 HOR-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 HOR-CUST-ID         PIC X(6).
                05 FILLER              PIC X(222).

            FD CREDIT-REVIEW-FILE
                RECORD CONTAINS 234 CHARACTERS.

            01 CREDIT-REVIEW-RECORD.
                05 CVR-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 CVR-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 CVR-CUST-ID         PIC X(6).
                05 FILLER              PIC X(222).

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
                05 FILLER              PIC X(33).

            FD CONTRACT-PRICE-FILE
                RECORD CONTAINS 49 CHARACTERS.

            01 CONTRACT-PRICE-RECORD.
                05 CP-KEY.
                    10 CP-CUST-ID      PIC X(6).
                    10 CP-PROD-ID      PIC X(5).
                05 CP-EFF-YYYYMM       PIC 9(6).
                05 CP-EXP-YYYYMM       PIC 9(6).
                05 CP-PRICE            PIC 999V99.
                05 CP-TIER-X           PIC X(7) OCCURS 3 TIMES.

            FD MAINT-EXCEPTION-FILE
                RECORD CONTAINS 137 CHARACTERS.

            01 MAINT-EXCEPTION-RECORD.
                05 MXC-ACTION          PIC X.
                05 FILLER              PIC X.
                05 MXC-REASON          PIC X(16).
                05 FILLER              PIC X.
                05 MXC-TRANS-IMAGE     PIC X(111).

            FD AUDIT-FILE
                RECORD CONTAINS 89 CHARACTERS.
                05 REJECT-SW        PIC X       VALUE 'N'.
                    88 TRANS-REJECTED        VALUE 'Y'.
                    88 TRANS-CLEAN           VALUE 'N'.
                05 REF-EOF          PIC X       VALUE 'N'.
                05 REF-FOUND-SW     PIC X       VALUE 'N'.
                    88 REF-FOUND             VALUE 'Y'.

            01 CUSTMAST-STATUS      PIC XX      VALUE '00'.

            01 CONTRACT-STATUS      PIC XX      VALUE '00'.

            01 RUN-STAMP-FIELDS.
                05 RUN-DATE          PIC 9(8)   VALUE ZEROES.
                05 RUN-DATE-SPLIT REDEFINES RUN-DATE.
                    10 RUN-YYYYMM    PIC 9(6).
                    10 FILLER        PIC 99.
                05 RUN-TIME-RAW      PIC 9(8)   VALUE ZEROES.
                05 RUN-TIME          PIC 9(6)   VALUE ZEROES.

                05 AUDH-FIELD-NAME   PIC X(12)  VALUE SPACES.
                05 AUDH-BEFORE       PIC X(25)  VALUE SPACES.
                05 AUDH-AFTER        PIC X(25)  VALUE SPACES.
                05 AUDH-LIMIT-EDIT   PIC Z,ZZZ,ZZ9.99.

            01 AUD-SUB              PIC 99      VALUE ZEROES.

            01 PENDING-AUDIT-TABLE.
                05 PAT-ENTRY OCCURS 10 TIMES.
                    10 PAT-FIELD-NAME PIC X(12).
                    10 PAT-BEFORE    PIC X(25).
                    10 PAT-AFTER     PIC X(25).
                      MOVE TR-CREDIT-HOLD TO CM-CREDIT-HOLD
                      MOVE TR-RATING-CODE TO CM-RATING-CODE
                      MOVE TR-RATING-NAME TO CM-RATING-NAME
                      IF TR-CREDIT-LIMIT = SPACES
                           MOVE ZEROES TO CM-CREDIT-LIMIT
                      ELSE
                           MOVE TR-CREDIT-LIMIT-NUM TO CM-CREDIT-LIMIT
                      END-IF
                      WRITE CUSTOMER-MASTER-RECORD
                           INVALID KEY
                                MOVE 'DUPLICATE KEY' TO REJH-REASON
                           OR TR-RATING-CODE > '5'
                           MOVE 'BAD RATING-CODE' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN TR-CREDIT-LIMIT NOT = SPACES
                           AND TR-CREDIT-LIMIT-NUM NOT NUMERIC
                           MOVE 'BAD CREDIT-LIMIT' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                 END-EVALUATE

            .
                           OR TR-RATING-CODE > '5')
                           MOVE 'BAD RATING-CODE' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN TR-CREDIT-LIMIT NOT = SPACES
                           AND TR-CREDIT-LIMIT-NUM NOT NUMERIC
                           MOVE 'BAD CREDIT-LIMIT' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                 END-EVALUATE

            .
                      PERFORM 520-AUDIT-FIELD
                      MOVE TR-RATING-NAME TO CM-RATING-NAME
                 END-IF
                 IF TR-CREDIT-LIMIT NOT = SPACES
                      AND TR-CREDIT-LIMIT-NUM NOT = CM-CREDIT-LIMIT
                      MOVE 'CREDIT-LIMIT' TO AUDH-FIELD-NAME
                      MOVE CM-CREDIT-LIMIT TO AUDH-LIMIT-EDIT
                      MOVE AUDH-LIMIT-EDIT TO AUDH-BEFORE
                      MOVE TR-CREDIT-LIMIT-NUM TO AUDH-LIMIT-EDIT
                      MOVE AUDH-LIMIT-EDIT TO AUDH-AFTER
                      PERFORM 520-AUDIT-FIELD
                      MOVE TR-CREDIT-LIMIT-NUM TO CM-CREDIT-LIMIT
                 END-IF
                 IF FIELDS-CHANGED > 0
                      REWRITE CUSTOMER-MASTER-RECORD
                           INVALID KEY
                           PERFORM 700-REJECT-TRANS
                      NOT INVALID KEY
                           IF CUSTMAST-STATUS = '00'
                                PERFORM 620-CHECK-REFERENCES
                                IF TRANS-CLEAN
                                     PERFORM 610-DELETE-MASTER
                                END-IF
                           ELSE
                                PERFORM 710-REJECT-MASTER-IO
                           END-IF

            .

            620-CHECK-REFERENCES.
                 MOVE 'N' TO REF-FOUND-SW
                 MOVE 'N' TO REF-EOF
                 OPEN INPUT OPEN-ITEM-FILE
                 PERFORM UNTIL REF-EOF = 'Y' OR REF-FOUND
                      READ OPEN-ITEM-FILE
                           AT END
                                MOVE 'Y' TO REF-EOF
                           NOT AT END
                                IF OIR-CUST-ID = TR-CUST-ID
                                     AND OIR-BALANCE IS NUMERIC
                                     AND OIR-BALANCE NOT = ZEROES
                                     MOVE 'Y' TO REF-FOUND-SW
                                END-IF
                      END-READ
                 END-PERFORM
                 CLOSE OPEN-ITEM-FILE
                 IF REF-FOUND
                      MOVE 'HAS OPEN ITEMS' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 ELSE
                      PERFORM 630-CHECK-HELD-ORDERS
                 END-IF

            .

            630-CHECK-HELD-ORDERS.
                 MOVE 'N' TO REF-EOF
                 OPEN INPUT HELD-ORDER-FILE
                 PERFORM UNTIL REF-EOF = 'Y' OR REF-FOUND
                      READ HELD-ORDER-FILE
                           AT END
                                MOVE 'Y' TO REF-EOF
                           NOT AT END
                                IF HOR-CUST-ID = TR-CUST-ID
                                     MOVE 'Y' TO REF-FOUND-SW
                                END-IF
                      END-READ
                 END-PERFORM
                 CLOSE HELD-ORDER-FILE
                 IF REF-FOUND
                      MOVE 'HAS HELD ORDERS' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 ELSE
                      PERFORM 635-CHECK-CREDIT-REVIEW
                 END-IF

            .

            635-CHECK-CREDIT-REVIEW.
                 MOVE 'N' TO REF-EOF
                 OPEN INPUT CREDIT-REVIEW-FILE
                 PERFORM UNTIL REF-EOF = 'Y' OR REF-FOUND
                      READ CREDIT-REVIEW-FILE
                           AT END
                                MOVE 'Y' TO REF-EOF
                           NOT AT END
                                IF CVR-CUST-ID = TR-CUST-ID
                                     MOVE 'Y' TO REF-FOUND-SW
                                END-IF
                      END-READ
                 END-PERFORM
                 CLOSE CREDIT-REVIEW-FILE
                 IF REF-FOUND
                      MOVE 'IN CREDIT REVIEW' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 ELSE
                      PERFORM 640-CHECK-BACKORDERS
                 END-IF

            .

            640-CHECK-BACKORDERS.
                 MOVE 'N' TO REF-EOF
                 OPEN INPUT BACKORDER-FILE
                 PERFORM UNTIL REF-EOF = 'Y' OR REF-FOUND
                      READ BACKORDER-FILE
                           AT END
                                MOVE 'Y' TO REF-EOF
                           NOT AT END
                                IF BOR-CUST-ID = TR-CUST-ID
                                     MOVE 'Y' TO REF-FOUND-SW
                                END-IF
                      END-READ
                 END-PERFORM
                 CLOSE BACKORDER-FILE
                 IF REF-FOUND
                      MOVE 'HAS BACKORDERS' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 ELSE
                      PERFORM 650-CHECK-CONTRACTS
                 END-IF

            .

            650-CHECK-CONTRACTS.
                 MOVE 'N' TO REF-EOF
                 OPEN INPUT CONTRACT-PRICE-FILE
                 IF CONTRACT-STATUS = '00'
                      MOVE TR-CUST-ID TO CP-CUST-ID
                      MOVE LOW-VALUES TO CP-PROD-ID
                      START CONTRACT-PRICE-FILE
                           KEY IS NOT LESS THAN CP-KEY
                           INVALID KEY
                                MOVE 'Y' TO REF-EOF
                      END-START
                 ELSE
                      MOVE 'Y' TO REF-EOF
                 END-IF
                 PERFORM UNTIL REF-EOF = 'Y' OR REF-FOUND
                      READ CONTRACT-PRICE-FILE NEXT RECORD
                           AT END
                                MOVE 'Y' TO REF-EOF
                           NOT AT END
                                IF CP-CUST-ID NOT = TR-CUST-ID
                                     MOVE 'Y' TO REF-EOF
                                ELSE
                                     IF CP-EXP-YYYYMM IS NUMERIC
                                        AND CP-EXP-YYYYMM
                                            NOT < RUN-YYYYMM
                                          MOVE 'Y' TO REF-FOUND-SW
                                     END-IF
                                END-IF
                      END-READ
                 END-PERFORM
                 CLOSE CONTRACT-PRICE-FILE
                 IF REF-FOUND
                      MOVE 'HAS CONTRACTS' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 END-IF

            .

            710-REJECT-MASTER-IO.
                 MOVE CUSTMAST-STATUS TO MIR-STATUS
                 MOVE MASTER-IO-REASON TO REJH-REASON
