       IDENTIFICATION DIVISION.
       PROGRAM-ID. JJONESINVMNT.
       AUTHOR. JONES.
      ********************************************************************
      *                  INVENTORY MASTER MAINTENANCE
      * The order report run only ever moves IM-ON-HAND two ways - a
      * sale line takes boxes off and a return puts them back - so a
      * supplier delivery, a damaged-box write-off or a count
      * correction had no way onto the inventory master "INVMAST.txt"
      * and the on-hand figures drifted until good orders started
      * diverting to backorder. This program applies a batch
      * transaction file "INVTRAN.txt" of receipts, reason-coded
      * adjustments, new warehouse/product records and reorder-point
      * changes against the master keyed on warehouse state/city +
      * PROD-ID (same pattern as JJONESCUSTMNT and JJONESPRODMNT).
      *
      * It then takes the physical count file "INVCOUNT.txt": each
      * counted item prints on the count variance report
      * INVCOUNT-REPORT.txt - book on-hand against counted, variance
      * in boxes and in value at the product's PM-LIST-PRICE from
      * PRODMAST.txt - before the counted quantity is posted to the
      * master as the new on-hand.
      *
      * Malformed or impossible transactions and count lines are
      * rejected to "INVMNT-EXCEPTIONS.txt" and every quantity actually
      * changed is written before-and-after, with its reason code and
      * reference, to the audit trail "INVMNT-AUDIT.txt". Both are
      * cumulative logs. Audit records are written only after the
      * master WRITE/REWRITE comes back clean. Creates INVMAST.txt if
      * it does not exist yet; any other open failure stops the run
      * with RETURN-CODE 16.
      *
      * MODIFICATIONS:
      *   10/15/26  JJ  New program.
      ********************************************************************
      * INPUT: INVMAST-TRANS-FILE (INVTRAN.txt, 40 CHARACTERS)
      *     ACTION          X      1     (A=ADD, R=RECEIPT,
      *                                   J=ADJUSTMENT,
      *                                   C=REORDER-POINT CHANGE)
      *     FILLER          X      2
      *     STATE           X(2)   3-4
      *     CITY            X(2)   5-6
      *     PROD-ID         X(5)   7-11
      *     FILLER          X      12
      *     QTY SIGN        X      13    (J ONLY: + OR -)
      *     QUANTITY        9(6)   14-19 (A: OPENING ON-HAND,
      *                                   R: BOXES RECEIVED,
      *                                   J: BOXES ADJUSTED)
      *     FILLER          X      20
      *     REORDER POINT   9(6)   21-26 (A AND C ONLY)
      *     FILLER          X      27
      *     REASON CODE     X(2)   28-29 (J ONLY: DM=DAMAGED,
      *                                   SH=SHRINKAGE, CC=COUNT
      *                                   CORRECTION, RV=RETURN TO
      *                                   VENDOR, SM=SAMPLE, OT=OTHER)
      *     FILLER          X      30
      *     REFERENCE       X(10)  31-40 (PO, PACKING SLIP OR
      *                                   DOCUMENT NUMBER)
      *
      * INPUT: PHYSICAL-COUNT-FILE (INVCOUNT.txt, 18 CHARACTERS)
      *     STATE X(2) X CITY X(2) X PROD-ID X(5) X COUNTED 9(6)
      *
      * INPUT: PRODUCT-MASTER-FILE (PRODMAST.txt, RANDOM) - PROD-ID
      *        EDIT ON AN ADD AND LIST PRICE FOR COUNT VALUATION
      *
      * INPUT-OUTPUT: INVENTORY-MASTER-FILE (INDEXED ON STATE/CITY/
      *               PROD-ID)
      *
      * OUTPUT: MAINT-EXCEPTION-FILE - REJECTED TRANSACTIONS + REASON
      * OUTPUT: AUDIT-FILE - DATE/TIME, KEY, ACTION, FIELD, BEFORE
      *         VALUE, AFTER VALUE, SIGNED QUANTITY MOVED, REASON,
      *         REFERENCE (COUNTS POST AS ACTION K), PLUS RUN
      *         TOTALS AT END
      * OUTPUT: COUNT-REPORT-FILE - COUNT VARIANCE REPORT
      ********************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OPTIONAL INVMAST-TRANS-FILE
                ASSIGN TO 'INVTRAN.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL PHYSICAL-COUNT-FILE
                ASSIGN TO 'INVCOUNT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT INVENTORY-MASTER-FILE
                ASSIGN TO 'INVMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IM-INV-KEY
                FILE STATUS IS INVMAST-STATUS.

             SELECT PRODUCT-MASTER-FILE
                ASSIGN TO 'PRODMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PM-PROD-ID
                FILE STATUS IS PRODMAST-STATUS.

             SELECT OPTIONAL MAINT-EXCEPTION-FILE
                ASSIGN TO 'INVMNT-EXCEPTIONS.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL AUDIT-FILE
                ASSIGN TO 'INVMNT-AUDIT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT COUNT-REPORT-FILE
                ASSIGN TO PRINTER 'INVCOUNT-REPORT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            FD INVMAST-TRANS-FILE
                RECORD CONTAINS 40 CHARACTERS.

            01 INVMAST-TRANS-RECORD.
                05 TR-ACTION           PIC X.
                    88 TR-ADD                VALUE 'A'.
                    88 TR-RECEIPT            VALUE 'R'.
                    88 TR-ADJUST             VALUE 'J'.
                    88 TR-CHANGE             VALUE 'C'.
                05 FILLER              PIC X.
                05 TR-INV-KEY.
                    10 TR-STATE        PIC X(2).
                    10 TR-CITY         PIC X(2).
                    10 TR-PROD-ID      PIC X(5).
                05 FILLER              PIC X.
                05 TR-QTY-SIGN         PIC X.
                    88 TR-QTY-PLUS           VALUE '+'.
                    88 TR-QTY-MINUS          VALUE '-'.
                05 TR-QUANTITY         PIC 9(6).
                05 TR-QUANTITY-X REDEFINES TR-QUANTITY
                                       PIC X(6).
                05 FILLER              PIC X.
                05 TR-REORDER-PT       PIC 9(6).
                05 TR-REORDER-PT-X REDEFINES TR-REORDER-PT
                                       PIC X(6).
                05 FILLER              PIC X.
                05 TR-REASON-CODE      PIC X(2).
                    88 TR-REASON-VALID       VALUES 'DM' 'SH' 'CC'
                                                    'RV' 'SM' 'OT'.
                05 FILLER              PIC X.
                05 TR-REFERENCE        PIC X(10).

            FD PHYSICAL-COUNT-FILE
                RECORD CONTAINS 18 CHARACTERS.

            01 PHYSICAL-COUNT-RECORD.
                05 CNT-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 CNT-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 CNT-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 CNT-COUNTED         PIC 9(6).
                05 CNT-COUNTED-X REDEFINES CNT-COUNTED
                                       PIC X(6).

            FD INVENTORY-MASTER-FILE
                RECORD CONTAINS 21 CHARACTERS.

            01 INVENTORY-MASTER-RECORD.
                05 IM-INV-KEY.
                    10 IM-STATE        PIC X(2).
                    10 IM-CITY         PIC X(2).
                    10 IM-PROD-ID      PIC X(5).
                05 IM-ON-HAND          PIC 9(6).
                05 IM-REORDER-PT       PIC 9(6).

            FD PRODUCT-MASTER-FILE
                RECORD CONTAINS 26 CHARACTERS.

            01 PRODUCT-MASTER-RECORD.
                05 PM-PROD-ID          PIC X(5).
                05 PM-PROD-DESC        PIC X(15).
                05 PM-TYPE-CODE        PIC X.
                05 PM-LIST-PRICE       PIC 999V99.

            FD MAINT-EXCEPTION-FILE
                RECORD CONTAINS 69 CHARACTERS.

            01 MAINT-EXCEPTION-RECORD.
                05 MXC-ACTION          PIC X.
                05 FILLER              PIC X.
                05 MXC-INV-KEY         PIC X(9).
                05 FILLER              PIC X.
                05 MXC-REASON          PIC X(16).
                05 FILLER              PIC X.
                05 MXC-TRANS-IMAGE     PIC X(40).

            FD AUDIT-FILE
                RECORD CONTAINS 86 CHARACTERS.

            01 AUDIT-RECORD.
                05 AUD-DATE            PIC 9(8).
                05 FILLER              PIC X.
                05 AUD-TIME            PIC 9(6).
                05 FILLER              PIC X.
                05 AUD-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 AUD-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 AUD-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 AUD-ACTION          PIC X.
                05 FILLER              PIC X.
                05 AUD-FIELD-NAME      PIC X(12).
                05 FILLER              PIC X.
                05 AUD-BEFORE          PIC X(10).
                05 FILLER              PIC X.
                05 AUD-AFTER           PIC X(10).
                05 FILLER              PIC X.
                05 AUD-QTY             PIC S9(6)
                                       SIGN TRAILING SEPARATE.
                05 FILLER              PIC X.
                05 AUD-REASON          PIC X(2).
                05 FILLER              PIC X.
                05 AUD-REFERENCE       PIC X(10).

            FD COUNT-REPORT-FILE
                RECORD CONTAINS 100 CHARACTERS.

            01 COUNT-REPORT-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
            01 FLAGS-N-SWITCHES.
                05 TRANS-EOF        PIC X       VALUE 'N'.
                05 COUNT-EOF        PIC X       VALUE 'N'.
                05 REJECT-SW        PIC X       VALUE 'N'.
                    88 TRANS-REJECTED        VALUE 'Y'.
                    88 TRANS-CLEAN           VALUE 'N'.
                05 PROD-FOUND-SW    PIC X       VALUE 'N'.
                    88 PROD-FOUND            VALUE 'Y'.

            01 INVMAST-STATUS       PIC XX      VALUE '00'.

            01 PRODMAST-STATUS      PIC XX      VALUE '00'.

            01 RUN-STAMP-FIELDS.
                05 RUN-DATE          PIC 9(8)   VALUE ZEROES.
                05 RUN-TIME-RAW      PIC 9(8)   VALUE ZEROES.
                05 RUN-TIME          PIC 9(6)   VALUE ZEROES.

            01 MAINT-COUNTERS.
                05 TRANS-READ-COUNT  PIC 9(6)   VALUE ZEROES.
                05 ADD-COUNT         PIC 9(6)   VALUE ZEROES.
                05 RECEIPT-COUNT     PIC 9(6)   VALUE ZEROES.
                05 ADJUST-COUNT      PIC 9(6)   VALUE ZEROES.
                05 CHANGE-COUNT      PIC 9(6)   VALUE ZEROES.
                05 REJECT-COUNT      PIC 9(6)   VALUE ZEROES.
                05 COUNT-READ-COUNT  PIC 9(6)   VALUE ZEROES.
                05 COUNT-POST-COUNT  PIC 9(6)   VALUE ZEROES.
                05 COUNT-VAR-COUNT   PIC 9(6)   VALUE ZEROES.

            01 REJECT-HOLD.
                05 REJH-REASON       PIC X(16)  VALUE SPACES.

            01 AUDIT-HOLD.
                05 AUDH-FIELD-NAME   PIC X(12)  VALUE SPACES.
                05 AUDH-BEFORE       PIC X(10)  VALUE SPACES.
                05 AUDH-AFTER        PIC X(10)  VALUE SPACES.
                05 AUDH-QTY          PIC S9(6)  VALUE ZEROES.
                05 AUDH-REASON       PIC X(2)   VALUE SPACES.
                05 AUDH-REFERENCE    PIC X(10)  VALUE SPACES.

            01 QTY-WORK-FIELDS.
                05 QW-BEFORE         PIC 9(6)   VALUE ZEROES.
                05 QW-AFTER          PIC 9(6)   VALUE ZEROES.
                05 QW-NEW-ON-HAND    PIC S9(7)  VALUE ZEROES.

            01 COUNT-WORK-FIELDS.
                05 CW-VARIANCE       PIC S9(7)  VALUE ZEROES.
                05 CW-VALUE          PIC S9(9)V99 VALUE ZEROES.
                05 CW-NET-BOXES      PIC S9(9)  VALUE ZEROES.
                05 CW-NET-VALUE      PIC S9(11)V99 VALUE ZEROES.
                05 CW-SHORT-VALUE    PIC S9(11)V99 VALUE ZEROES.
                05 CW-OVER-VALUE     PIC S9(11)V99 VALUE ZEROES.

            01 OPEN-FAIL-REASON.
                05                   PIC X(12)  VALUE 'MASTER OPEN '.
                05 OFR-STATUS        PIC XX.
                05 FILLER            PIC XX     VALUE SPACES.

            01 MASTER-IO-REASON.
                05                   PIC X(10)  VALUE 'MASTER IO '.
                05 MIR-STATUS        PIC XX.
                05 FILLER            PIC X(4)   VALUE SPACES.

            01 AUDIT-TOTAL-LINE.
                05                   PIC X(7)   VALUE 'TOTALS '.
                05                   PIC X(5)   VALUE 'READ='.
                05 ATL-READ          PIC 9(6).
                05                   PIC X(5)   VALUE ' ADD='.
                05 ATL-ADDS          PIC 9(6).
                05                   PIC X(5)   VALUE ' RCV='.
                05 ATL-RECEIPTS      PIC 9(6).
                05                   PIC X(5)   VALUE ' ADJ='.
                05 ATL-ADJUSTS       PIC 9(6).
                05                   PIC X(5)   VALUE ' CHG='.
                05 ATL-CHANGES       PIC 9(6).
                05                   PIC X(5)   VALUE ' CNT='.
                05 ATL-COUNTS        PIC 9(6).
                05                   PIC X(5)   VALUE ' REJ='.
                05 ATL-REJECTS       PIC 9(6).

            01 COUNT-TITLE-LINE.
                05 FILLER              PIC X(20).
                05                     PIC X(35)
                   VALUE 'PHYSICAL COUNT VARIANCE REPORT FOR '.
                05 CTI-RUN-DATE        PIC 9(8).

            01 COUNT-COL-LINE.
                05                     PIC X(2)    VALUE 'ST'.
                05 FILLER              PIC X(2).
                05                     PIC X(2)    VALUE 'CY'.
                05 FILLER              PIC X(2).
                05                     PIC X(4)    VALUE 'PROD'.
                05 FILLER              PIC X(3).
                05                     PIC X(11)   VALUE 'DESCRIPTION'.
                05 FILLER              PIC X(8).
                05                     PIC X(4)    VALUE 'BOOK'.
                05 FILLER              PIC X(2).
                05                     PIC X(7)    VALUE 'COUNTED'.
                05 FILLER              PIC X(2).
                05                     PIC X(8)    VALUE 'VARIANCE'.
                05 FILLER              PIC X(3).
                05                     PIC X(5)    VALUE 'PRICE'.
                05 FILLER              PIC X(5).
                05                     PIC X(14)
                   VALUE 'VARIANCE VALUE'.

            01 COUNT-DETAIL-LINE.
                05 CDL-STATE           PIC X(2).
                05 FILLER              PIC X(2).
                05 CDL-CITY            PIC X(2).
                05 FILLER              PIC X(2).
                05 CDL-PROD-ID         PIC X(5).
                05 FILLER              PIC X(2).
                05 CDL-PROD-DESC       PIC X(15).
                05 FILLER              PIC X(2).
                05 CDL-BOOK            PIC ZZZ,ZZ9.
                05 FILLER              PIC X(2).
                05 CDL-COUNTED         PIC ZZZ,ZZ9.
                05 FILLER              PIC X(2).
                05 CDL-VARIANCE        PIC ZZZ,ZZ9-.
                05 FILLER              PIC X(2).
                05 CDL-PRICE           PIC $$$9.99.
                05 FILLER              PIC X(2).
                05 CDL-VALUE           PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X(2).
                05 CDL-TAG             PIC X(12).

            01 COUNT-TOTAL-LINE.
                05                     PIC X(14)
                   VALUE 'ITEMS COUNTED '.
                05 CTL-COUNTED         PIC ZZZ,ZZ9.
                05                     PIC X(13)
                   VALUE '  VARIANCES  '.
                05 CTL-VARIANCES       PIC ZZZ,ZZ9.
                05                     PIC X(13)
                   VALUE '  NET BOXES  '.
                05 CTL-NET-BOXES       PIC ZZZ,ZZZ,ZZ9-.

            01 COUNT-VALUE-LINE.
                05                     PIC X(12)
                   VALUE 'SHORT VALUE '.
                05 CVL-SHORT           PIC $$$,$$$,$$9.99-.
                05                     PIC X(13)
                   VALUE '  OVER VALUE '.
                05 CVL-OVER            PIC $$$,$$$,$$9.99-.
                05                     PIC X(12)
                   VALUE '  NET VALUE '.
                05 CVL-NET             PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.

            100-MAIN-ROUTINE.
                PERFORM 150-HOUSEKEEPING
                IF INVMAST-STATUS = '00'
                     PERFORM 200-READ-TRANS-FILE
                     PERFORM 600-PHYSICAL-COUNT
                ELSE
                     PERFORM 160-MASTER-OPEN-FAIL
                     MOVE 16 TO RETURN-CODE
                END-IF
                PERFORM 900-EOF-ROUTINE
                STOP RUN
            .

            150-HOUSEKEEPING.
                 ACCEPT RUN-DATE FROM DATE YYYYMMDD
                 ACCEPT RUN-TIME-RAW FROM TIME
                 DIVIDE RUN-TIME-RAW BY 100
                      GIVING RUN-TIME
                 OPEN INPUT INVMAST-TRANS-FILE
                            PHYSICAL-COUNT-FILE
                            PRODUCT-MASTER-FILE
                 OPEN EXTEND MAINT-EXCEPTION-FILE
                             AUDIT-FILE
                 OPEN OUTPUT COUNT-REPORT-FILE
                 MOVE RUN-DATE TO CTI-RUN-DATE
                 WRITE COUNT-REPORT-RECORD FROM COUNT-TITLE-LINE
                 WRITE COUNT-REPORT-RECORD FROM COUNT-COL-LINE
                      AFTER ADVANCING 2
                 OPEN I-O INVENTORY-MASTER-FILE
                 IF INVMAST-STATUS = '35'
                      OPEN OUTPUT INVENTORY-MASTER-FILE
                      CLOSE INVENTORY-MASTER-FILE
                      OPEN I-O INVENTORY-MASTER-FILE
                 END-IF

            .

            160-MASTER-OPEN-FAIL.
                 MOVE SPACES TO MAINT-EXCEPTION-RECORD
                 MOVE '*' TO MXC-ACTION
                 MOVE INVMAST-STATUS TO OFR-STATUS
                 MOVE OPEN-FAIL-REASON TO MXC-REASON
                 WRITE MAINT-EXCEPTION-RECORD

            .

            200-READ-TRANS-FILE.
                 PERFORM UNTIL TRANS-EOF = 'Y'
                      READ INVMAST-TRANS-FILE
                           AT END
                                MOVE 'Y' TO TRANS-EOF
                           NOT AT END
                                ADD 1 TO TRANS-READ-COUNT
                                PERFORM 300-APPLY-TRANS
                      END-READ
                 END-PERFORM

            .

            300-APPLY-TRANS.
                 MOVE 'N' TO REJECT-SW
                 MOVE ZEROES TO AUDH-QTY
                 MOVE SPACES TO AUDH-REASON
                 MOVE TR-REFERENCE TO AUDH-REFERENCE
                 EVALUATE TRUE
                      WHEN TR-STATE = SPACES
                           OR TR-CITY = SPACES
                           OR TR-PROD-ID = SPACES
                           MOVE 'KEY BLANK' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN TR-ADD
                           PERFORM 400-ADD-INVENTORY
                      WHEN TR-RECEIPT
                           PERFORM 450-RECEIPT
                      WHEN TR-ADJUST
                           PERFORM 550-ADJUSTMENT
                      WHEN TR-CHANGE
                           PERFORM 500-CHANGE-REORDER-PT
                      WHEN OTHER
                           MOVE 'BAD ACTION' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                 END-EVALUATE

            .

            400-ADD-INVENTORY.
                 PERFORM 410-VALIDATE-ADD
                 IF TRANS-CLEAN
                      MOVE TR-INV-KEY TO IM-INV-KEY
                      MOVE TR-QUANTITY TO IM-ON-HAND
                      MOVE TR-REORDER-PT TO IM-REORDER-PT
                      WRITE INVENTORY-MASTER-RECORD
                           INVALID KEY
                                MOVE 'DUPLICATE KEY' TO REJH-REASON
                                PERFORM 700-REJECT-TRANS
                           NOT INVALID KEY
                                IF INVMAST-STATUS = '00'
                                     ADD 1 TO ADD-COUNT
                                     MOVE '*ADDED*' TO AUDH-FIELD-NAME
                                     MOVE SPACES TO AUDH-BEFORE
                                     MOVE TR-QUANTITY TO AUDH-AFTER
                                     MOVE TR-QUANTITY TO AUDH-QTY
                                     PERFORM 800-WRITE-AUDIT
                                     MOVE ZEROES TO AUDH-QTY
                                     MOVE 'REORDER-PT'
                                          TO AUDH-FIELD-NAME
                                     MOVE TR-REORDER-PT TO AUDH-AFTER
                                     PERFORM 800-WRITE-AUDIT
                                ELSE
                                     PERFORM 710-REJECT-MASTER-IO
                                END-IF
                      END-WRITE
                 END-IF

            .

            410-VALIDATE-ADD.
                 IF TR-QUANTITY-X = SPACES
                      MOVE ZEROES TO TR-QUANTITY
                 END-IF
                 IF TR-REORDER-PT-X = SPACES
                      MOVE ZEROES TO TR-REORDER-PT
                 END-IF
                 EVALUATE TRUE
                      WHEN TR-QUANTITY-X NOT NUMERIC
                           MOVE 'BAD QUANTITY' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN TR-REORDER-PT-X NOT NUMERIC
                           MOVE 'BAD REORDER-PT' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN OTHER
                           PERFORM 420-PRODMAST-CHECK
                           IF NOT PROD-FOUND
                                MOVE 'PROD NOT ON FILE' TO REJH-REASON
                                PERFORM 700-REJECT-TRANS
                           END-IF
                 END-EVALUATE

            .

            420-PRODMAST-CHECK.
                 MOVE 'N' TO PROD-FOUND-SW
                 MOVE TR-PROD-ID TO PM-PROD-ID
                 READ PRODUCT-MASTER-FILE
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF PRODMAST-STATUS = '00'
                                MOVE 'Y' TO PROD-FOUND-SW
                           END-IF
                 END-READ

            .

            430-READ-MASTER.
                 MOVE TR-INV-KEY TO IM-INV-KEY
                 READ INVENTORY-MASTER-FILE
                      INVALID KEY
                           MOVE 'NOT FOUND' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      NOT INVALID KEY
                           IF INVMAST-STATUS NOT = '00'
                                PERFORM 710-REJECT-MASTER-IO
                           END-IF
                 END-READ

            .

            450-RECEIPT.
                 IF TR-QUANTITY-X NOT NUMERIC
                      MOVE 'BAD QUANTITY' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 ELSE
                      IF TR-QUANTITY = ZEROES
                           MOVE 'BAD QUANTITY' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      END-IF
                 END-IF
                 IF TRANS-CLEAN
                      PERFORM 430-READ-MASTER
                 END-IF
                 IF TRANS-CLEAN
                      ADD IM-ON-HAND TR-QUANTITY
                           GIVING QW-NEW-ON-HAND
                      IF QW-NEW-ON-HAND > 999999
                           MOVE 'ON-HAND OVERFLOW' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      ELSE
                           PERFORM 470-REWRITE-ON-HAND
                           IF TRANS-CLEAN
                                ADD 1 TO RECEIPT-COUNT
                           END-IF
                      END-IF
                 END-IF

            .

            470-REWRITE-ON-HAND.
                 MOVE IM-ON-HAND TO QW-BEFORE
                 MOVE QW-NEW-ON-HAND TO QW-AFTER
                 MOVE 'ON-HAND' TO AUDH-FIELD-NAME
                 MOVE QW-BEFORE TO AUDH-BEFORE
                 MOVE QW-AFTER TO AUDH-AFTER
                 SUBTRACT QW-BEFORE FROM QW-AFTER GIVING AUDH-QTY
                 MOVE QW-AFTER TO IM-ON-HAND
                 REWRITE INVENTORY-MASTER-RECORD
                      INVALID KEY
                           MOVE 'REWRITE FAIL' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      NOT INVALID KEY
                           IF INVMAST-STATUS = '00'
                                PERFORM 800-WRITE-AUDIT
                           ELSE
                                PERFORM 710-REJECT-MASTER-IO
                           END-IF
                 END-REWRITE

            .

            500-CHANGE-REORDER-PT.
                 IF TR-REORDER-PT-X NOT NUMERIC
                      MOVE 'BAD REORDER-PT' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 ELSE
                      PERFORM 430-READ-MASTER
                 END-IF
                 IF TRANS-CLEAN
                      IF TR-REORDER-PT = IM-REORDER-PT
                           MOVE 'NO FIELD CHANGE' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      ELSE
                           PERFORM 510-APPLY-REORDER-PT
                      END-IF
                 END-IF

            .

            510-APPLY-REORDER-PT.
                 MOVE 'REORDER-PT' TO AUDH-FIELD-NAME
                 MOVE IM-REORDER-PT TO AUDH-BEFORE
                 MOVE TR-REORDER-PT TO AUDH-AFTER
                 MOVE TR-REORDER-PT TO IM-REORDER-PT
                 REWRITE INVENTORY-MASTER-RECORD
                      INVALID KEY
                           MOVE 'REWRITE FAIL' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      NOT INVALID KEY
                           IF INVMAST-STATUS = '00'
                                ADD 1 TO CHANGE-COUNT
                                PERFORM 800-WRITE-AUDIT
                           ELSE
                                PERFORM 710-REJECT-MASTER-IO
                           END-IF
                 END-REWRITE

            .

            550-ADJUSTMENT.
                 EVALUATE TRUE
                      WHEN NOT TR-QTY-PLUS AND NOT TR-QTY-MINUS
                           MOVE 'BAD QTY SIGN' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN TR-QUANTITY-X NOT NUMERIC
                           MOVE 'BAD QUANTITY' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN TR-QUANTITY = ZEROES
                           MOVE 'BAD QUANTITY' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN NOT TR-REASON-VALID
                           MOVE 'BAD REASON CODE' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN OTHER
                           PERFORM 430-READ-MASTER
                 END-EVALUATE
                 IF TRANS-CLEAN
                      MOVE TR-REASON-CODE TO AUDH-REASON
                      IF TR-QTY-MINUS
                           SUBTRACT TR-QUANTITY FROM IM-ON-HAND
                                GIVING QW-NEW-ON-HAND
                      ELSE
                           ADD IM-ON-HAND TR-QUANTITY
                                GIVING QW-NEW-ON-HAND
                      END-IF
                      EVALUATE TRUE
                           WHEN QW-NEW-ON-HAND < ZEROES
                                MOVE 'ADJ BELOW ZERO' TO REJH-REASON
                                PERFORM 700-REJECT-TRANS
                           WHEN QW-NEW-ON-HAND > 999999
                                MOVE 'ON-HAND OVERFLOW' TO REJH-REASON
                                PERFORM 700-REJECT-TRANS
                           WHEN OTHER
                                PERFORM 470-REWRITE-ON-HAND
                                IF TRANS-CLEAN
                                     ADD 1 TO ADJUST-COUNT
                                END-IF
                      END-EVALUATE
                 END-IF

            .

            600-PHYSICAL-COUNT.
                 PERFORM UNTIL COUNT-EOF = 'Y'
                      READ PHYSICAL-COUNT-FILE
                           AT END
                                MOVE 'Y' TO COUNT-EOF
                           NOT AT END
                                ADD 1 TO COUNT-READ-COUNT
                                PERFORM 610-COUNT-ONE-ITEM
                      END-READ
                 END-PERFORM
                 MOVE COUNT-READ-COUNT TO CTL-COUNTED
                 MOVE COUNT-VAR-COUNT TO CTL-VARIANCES
                 MOVE CW-NET-BOXES TO CTL-NET-BOXES
                 WRITE COUNT-REPORT-RECORD FROM COUNT-TOTAL-LINE
                      AFTER ADVANCING 2
                 MOVE CW-SHORT-VALUE TO CVL-SHORT
                 MOVE CW-OVER-VALUE TO CVL-OVER
                 MOVE CW-NET-VALUE TO CVL-NET
                 WRITE COUNT-REPORT-RECORD FROM COUNT-VALUE-LINE
                      AFTER ADVANCING 1

            .

            610-COUNT-ONE-ITEM.
                 MOVE 'N' TO REJECT-SW
                 MOVE ZEROES TO AUDH-QTY
                 MOVE SPACES TO INVMAST-TRANS-RECORD
                 MOVE 'K' TO TR-ACTION
                 MOVE CNT-STATE TO TR-STATE
                 MOVE CNT-CITY TO TR-CITY
                 MOVE CNT-PROD-ID TO TR-PROD-ID
                 MOVE 'CC' TO AUDH-REASON
                 MOVE 'PHYS COUNT' TO AUDH-REFERENCE
                 IF CNT-COUNTED-X NOT NUMERIC
                      MOVE 'BAD COUNT' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 ELSE
                      PERFORM 430-READ-MASTER
                 END-IF
                 IF TRANS-CLEAN
                      PERFORM 620-COUNT-VARIANCE
                      IF CW-VARIANCE NOT = ZEROES
                           MOVE CNT-COUNTED TO QW-NEW-ON-HAND
                           PERFORM 470-REWRITE-ON-HAND
                           IF TRANS-CLEAN
                                ADD 1 TO COUNT-POST-COUNT
                           END-IF
                      END-IF
                 END-IF

            .

            620-COUNT-VARIANCE.
                 PERFORM 420-PRODMAST-CHECK
                 SUBTRACT IM-ON-HAND FROM CNT-COUNTED
                      GIVING CW-VARIANCE
                 MOVE ZEROES TO CW-VALUE
                 MOVE SPACES TO COUNT-DETAIL-LINE
                 MOVE IM-STATE TO CDL-STATE
                 MOVE IM-CITY TO CDL-CITY
                 MOVE IM-PROD-ID TO CDL-PROD-ID
                 MOVE IM-ON-HAND TO CDL-BOOK
                 MOVE CNT-COUNTED TO CDL-COUNTED
                 MOVE CW-VARIANCE TO CDL-VARIANCE
                 IF PROD-FOUND
                      MOVE PM-PROD-DESC TO CDL-PROD-DESC
                      MOVE PM-LIST-PRICE TO CDL-PRICE
                      MULTIPLY CW-VARIANCE BY PM-LIST-PRICE
                           GIVING CW-VALUE
                 ELSE
                      MOVE 'NOT ON FILE' TO CDL-PROD-DESC
                      MOVE ZEROES TO CDL-PRICE
                      MOVE 'NO PRICE' TO CDL-TAG
                 END-IF
                 MOVE CW-VALUE TO CDL-VALUE
                 IF CW-VARIANCE NOT = ZEROES
                      ADD 1 TO COUNT-VAR-COUNT
                      ADD CW-VARIANCE TO CW-NET-BOXES
                      ADD CW-VALUE TO CW-NET-VALUE
                      IF CW-VARIANCE < ZEROES
                           ADD CW-VALUE TO CW-SHORT-VALUE
                           IF CDL-TAG = SPACES
                                MOVE 'SHORT' TO CDL-TAG
                           END-IF
                      ELSE
                           ADD CW-VALUE TO CW-OVER-VALUE
                           IF CDL-TAG = SPACES
                                MOVE 'OVER' TO CDL-TAG
                           END-IF
                      END-IF
                 END-IF
                 WRITE COUNT-REPORT-RECORD FROM COUNT-DETAIL-LINE
                      AFTER ADVANCING 1

            .

            710-REJECT-MASTER-IO.
                 MOVE INVMAST-STATUS TO MIR-STATUS
                 MOVE MASTER-IO-REASON TO REJH-REASON
                 PERFORM 700-REJECT-TRANS

            .

            700-REJECT-TRANS.
                 MOVE 'Y' TO REJECT-SW
                 ADD 1 TO REJECT-COUNT
                 MOVE SPACES TO MAINT-EXCEPTION-RECORD
                 MOVE TR-ACTION TO MXC-ACTION
                 MOVE TR-INV-KEY TO MXC-INV-KEY
                 MOVE REJH-REASON TO MXC-REASON
                 IF TR-ACTION = 'K'
                      MOVE PHYSICAL-COUNT-RECORD TO MXC-TRANS-IMAGE
                 ELSE
                      MOVE INVMAST-TRANS-RECORD TO MXC-TRANS-IMAGE
                 END-IF
                 WRITE MAINT-EXCEPTION-RECORD

            .

            800-WRITE-AUDIT.
                 MOVE RUN-DATE TO AUD-DATE
                 MOVE RUN-TIME TO AUD-TIME
                 MOVE TR-STATE TO AUD-STATE
                 MOVE TR-CITY TO AUD-CITY
                 MOVE TR-PROD-ID TO AUD-PROD-ID
                 MOVE TR-ACTION TO AUD-ACTION
                 MOVE AUDH-FIELD-NAME TO AUD-FIELD-NAME
                 MOVE AUDH-BEFORE TO AUD-BEFORE
                 MOVE AUDH-AFTER TO AUD-AFTER
                 MOVE AUDH-QTY TO AUD-QTY
                 MOVE AUDH-REASON TO AUD-REASON
                 MOVE AUDH-REFERENCE TO AUD-REFERENCE
                 WRITE AUDIT-RECORD

            .

            900-EOF-ROUTINE.
                 MOVE TRANS-READ-COUNT TO ATL-READ
                 MOVE ADD-COUNT TO ATL-ADDS
                 MOVE RECEIPT-COUNT TO ATL-RECEIPTS
                 MOVE ADJUST-COUNT TO ATL-ADJUSTS
                 MOVE CHANGE-COUNT TO ATL-CHANGES
                 MOVE COUNT-POST-COUNT TO ATL-COUNTS
                 MOVE REJECT-COUNT TO ATL-REJECTS
                 WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE
                 CLOSE INVMAST-TRANS-FILE
                       PHYSICAL-COUNT-FILE
                       INVENTORY-MASTER-FILE
                       PRODUCT-MASTER-FILE
                       MAINT-EXCEPTION-FILE
                       AUDIT-FILE
                       COUNT-REPORT-FILE

            .
