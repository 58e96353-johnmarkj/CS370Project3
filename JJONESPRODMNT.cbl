      *
      * MODIFICATIONS:
      *   09/02/26  JJ  New program.
      *   10/15/26  JJ  A delete is now refused while any warehouse
      *                 still shows the product on hand in INVMAST.txt
      *                 (INVMAST STOCK) or PRICHIST.txt carries a price
      *                 for it effective after the current month
      *                 (FUTURE PRICE), so it cannot leave live stock
      *                 or a scheduled price pointing at nothing. Past
      *                 price history stays as history; JJONESRIAUDIT
      *                 lists it.
      *   10/15/26  JJ  A delete is also refused while CONTRACT.txt
      *                 holds a customer contract for the product that
      *                 has not yet expired (HAS CONTRACTS). Expired
      *                 contracts stay as history; JJONESRIAUDIT lists
      *                 them.
      ********************************************************************
      * INPUT: PRODMAST-TRANS-FILE (34 CHARACTERS)
      *     ACTION          X      1     (A=ADD, C=CHANGE, D=DELETE,
      *
      * INPUT-OUTPUT: PRODUCT-MASTER-FILE (INDEXED ON PM-PROD-ID)
      *
      * INPUT: INVENTORY-MASTER-FILE (INVMAST.txt) - READ ON A DELETE
      * INPUT: CONTRACT-PRICE-FILE (CONTRACT.txt) - READ ON A DELETE
      *
      * OUTPUT: PRICE-HISTORY-FILE - EFFECTIVE-DATED PRICES (APPENDED,
      *         ALSO READ ON A DELETE)
      * OUTPUT: MAINT-EXCEPTION-FILE - REJECTED TRANSACTIONS + REASON
      * OUTPUT: AUDIT-FILE - DATE/TIME, PROD-ID, ACTION, FIELD,
      *         BEFORE VALUE, AFTER VALUE, PLUS RUN TOTALS AT END
                ASSIGN TO 'PRICHIST.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL INVENTORY-MASTER-FILE
                ASSIGN TO 'INVMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IM-INV-KEY
                FILE STATUS IS INVMAST-STATUS.

             SELECT OPTIONAL CONTRACT-PRICE-FILE
                ASSIGN TO 'CONTRACT.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CP-KEY
                FILE STATUS IS CONTRACT-STATUS.

             SELECT OPTIONAL MAINT-EXCEPTION-FILE
                ASSIGN TO 'PRODMNT-EXCEPTIONS.txt'
                ORGANIZATION IS LINE SEQUENTIAL.
                05 FILLER              PIC X.
                05 PHR-PRICE           PIC 999V99.

            FD INVENTORY-MASTER-FILE
                RECORD CONTAINS 21 CHARACTERS.

            01 INVENTORY-MASTER-RECORD.
                05 IM-INV-KEY.
                    10 IM-STATE        PIC X(2).
                    10 IM-CITY         PIC X(2).
                    10 IM-PROD-ID      PIC X(5).
                05 IM-ON-HAND          PIC 9(6).
                05 IM-REORDER-PT       PIC 9(6).

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
                RECORD CONTAINS 56 CHARACTERS.

                05 REJECT-SW        PIC X       VALUE 'N'.
                    88 TRANS-REJECTED        VALUE 'Y'.
                    88 TRANS-CLEAN           VALUE 'N'.
                05 REF-EOF          PIC X       VALUE 'N'.
                05 REF-FOUND-SW     PIC X       VALUE 'N'.
                    88 REF-FOUND             VALUE 'Y'.

            01 PRODMAST-STATUS      PIC XX      VALUE '00'.

            01 INVMAST-STATUS       PIC XX      VALUE '00'.

            01 CONTRACT-STATUS      PIC XX      VALUE '00'.

            01 RUN-STAMP-FIELDS.
                05 RUN-DATE          PIC 9(8)   VALUE ZEROES.
                05 RUN-DATE-SPLIT REDEFINES RUN-DATE.
                    10 RUN-YYYYMM    PIC 9(6).
                    10 FILLER        PIC 99.
                05 RUN-TIME-RAW      PIC 9(8)   VALUE ZEROES.
                05 RUN-TIME          PIC 9(6)   VALUE ZEROES.

                           PERFORM 700-REJECT-TRANS
                      NOT INVALID KEY
                           IF PRODMAST-STATUS = '00'
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
                 OPEN INPUT INVENTORY-MASTER-FILE
                 IF INVMAST-STATUS NOT = '00'
                      MOVE 'Y' TO REF-EOF
                 END-IF
                 PERFORM UNTIL REF-EOF = 'Y' OR REF-FOUND
                      READ INVENTORY-MASTER-FILE NEXT RECORD
                           AT END
                                MOVE 'Y' TO REF-EOF
                           NOT AT END
                                IF IM-PROD-ID = TR-PROD-ID
                                     AND IM-ON-HAND IS NUMERIC
                                     AND IM-ON-HAND > ZEROES
                                     MOVE 'Y' TO REF-FOUND-SW
                                END-IF
                      END-READ
                 END-PERFORM
                 CLOSE INVENTORY-MASTER-FILE
                 IF REF-FOUND
                      MOVE 'INVMAST STOCK' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 ELSE
                      PERFORM 630-CHECK-FUTURE-PRICE
                 END-IF

            .

            630-CHECK-FUTURE-PRICE.
                 MOVE 'N' TO REF-EOF
                 CLOSE PRICE-HISTORY-FILE
                 OPEN INPUT PRICE-HISTORY-FILE
                 PERFORM UNTIL REF-EOF = 'Y' OR REF-FOUND
                      READ PRICE-HISTORY-FILE
                           AT END
                                MOVE 'Y' TO REF-EOF
                           NOT AT END
                                IF PHR-PROD-ID = TR-PROD-ID
                                     AND PHR-EFF-YYYYMM IS NUMERIC
                                     AND PHR-EFF-YYYYMM > RUN-YYYYMM
                                     MOVE 'Y' TO REF-FOUND-SW
                                END-IF
                      END-READ
                 END-PERFORM
                 CLOSE PRICE-HISTORY-FILE
                 OPEN EXTEND PRICE-HISTORY-FILE
                 IF REF-FOUND
                      MOVE 'FUTURE PRICE' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 ELSE
                      PERFORM 640-CHECK-CONTRACTS
                 END-IF

            .

            640-CHECK-CONTRACTS.
                 MOVE 'N' TO REF-EOF
                 OPEN INPUT CONTRACT-PRICE-FILE
                 IF CONTRACT-STATUS NOT = '00'
                      MOVE 'Y' TO REF-EOF
                 END-IF
                 PERFORM UNTIL REF-EOF = 'Y' OR REF-FOUND
                      READ CONTRACT-PRICE-FILE NEXT RECORD
                           AT END
                                MOVE 'Y' TO REF-EOF
                           NOT AT END
                                IF CP-PROD-ID = TR-PROD-ID
                                     AND CP-EXP-YYYYMM IS NUMERIC
                                     AND CP-EXP-YYYYMM NOT < RUN-YYYYMM
                                     MOVE 'Y' TO REF-FOUND-SW
                                END-IF
                      END-READ
                 END-PERFORM
                 CLOSE CONTRACT-PRICE-FILE
                 IF REF-FOUND
                      MOVE 'HAS CONTRACTS' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 END-IF

            .

            650-PRICE-CHANGE.
                 IF TR-LIST-PRICE-X NOT NUMERIC
                      MOVE 'BAD PRICE' TO REJH-REASON
