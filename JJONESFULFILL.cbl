      *                 (own NO-MASTER skip count) instead of
      *                 totaling into the pick list while the
      *                 manifest said to hold the shipment.
      *   10/15/26  JJ  Customer master widened 100 -> 109 for
      *                 CM-CREDIT-LIMIT.
      *   10/15/26  JJ  Manifest lines now print the order number so
      *                 the floor can key the ship-confirm file by
      *                 order number and PROD-ID.
      ********************************************************************
      * INPUT: SORTED-ORDER-FILE (S-PR3FA17.txt, 234 CHARACTERS,
      *        SORTED BY STATE / CITY / CUST-ID BY THE REPORT RUN)
                05 SOR-ORDER-NO     PIC X(8).

            FD CUSTOMER-MASTER-FILE
                RECORD CONTAINS 109 CHARACTERS.

            01 CUSTOMER-MASTER-RECORD.
                05 CM-CUST-ID          PIC X(6).
                    88 CM-NOT-ON-CREDIT-HOLD VALUE 'N'.
                05 CM-RATING-CODE      PIC X.
                05 CM-RATING-NAME      PIC X(10).
                05 CM-CREDIT-LIMIT     PIC 9(7)V99.

            FD PRODUCT-MASTER-FILE
                RECORD CONTAINS 26 CHARACTERS.
                   VALUE 'DESCRIPTION'.
                05 FILLER              PIC X(6).
                05                     PIC X(5)    VALUE 'BOXES'.
                05 FILLER              PIC X(4).
                05                     PIC X(8)    VALUE 'ORDER NO'.

            01 MANIFEST-DETAIL-LINE.
                05 FILLER              PIC X(2).
                05 MDL-PROD-DESC       PIC X(15).
                05 FILLER              PIC X(2).
                05 MDL-BOXES           PIC ZZZ,ZZ9.
                05 FILLER              PIC X(2).
                05 MDL-ORDER-NO        PIC X(8).

            01 MANIFEST-TOTAL-LINE.
                05 FILLER              PIC X(2).
                 MOVE SOR-PROD-ID(SUB) TO MDL-PROD-ID
                 MOVE PM-PROD-DESC TO MDL-PROD-DESC
                 MOVE SOR-NUM-BOXES(SUB) TO MDL-BOXES
                 MOVE SOR-ORDER-NO TO MDL-ORDER-NO
                 WRITE MANIFEST-RECORD FROM MANIFEST-DETAIL-LINE
                      AFTER ADVANCING 1
                 ADD SOR-NUM-BOXES(SUB) TO MF-CUST-BOXES
