       IDENTIFICATION DIVISION.
       PROGRAM-ID. JJONESCONTMNT.
       AUTHOR. JONES.
      ********************************************************************
      *                  CUSTOMER CONTRACT PRICE MAINTENANCE
      * This program applies a batch transaction file "CONTTRAN.txt"
      * of adds, changes and deletes against the customer contract
      * price file "CONTRACT.txt" keyed on CUST-ID + PROD-ID, with
      * the same reject and audit handling as JJONESPRODMNT. A
      * contract carries its effective and expiry months (in force
      * from the first of the one through the end of the other), a
      * contract price per box, and up to three volume-break tiers
      * of minimum boxes and percent off. A contract price of zero
      * means the list price in effect for the month, so a contract
      * can be a volume discount schedule alone. The order run
      * (JJONESPROJECT3) prices each line against the contract in
      * force for its bought month and flags only lines that stray
      * from it.
      *
      * An add must name a customer on CUSTMAST.txt and a product on
      * PRODMAST.txt. On an add or change the contract as it would
      * stand is checked: valid months, expiry not before effective,
      * tier percent under 100, tiers in ascending box order with no
      * percent on an unused tier, and a contract price or at least
      * one tier. Malformed or impossible transactions are rejected
      * to "CONTMNT-EXCEPTIONS.txt" and every field actually changed
      * is written before-and-after to the audit trail
      * "CONTMNT-AUDIT.txt". Both are cumulative logs. Audit records
      * are written only after the WRITE/REWRITE/DELETE comes back
      * clean. Creates CONTRACT.txt if it does not exist yet; any
      * other open failure, or a customer or product master that
      * will not open, stops the run with RETURN-CODE 16.
      *
      * Every run ends with "CONTEXP-REPORT.txt", the contracts that
      * expire within the next 60 days (days to the end of the
      * expiry month, 30/360 basis) with the customer's sales rep so
      * sales can renew them; a renewal is a C-action moving the
      * expiry month. The run can be made with no transactions just
      * to print the report.
      *
      * MODIFICATIONS:
      *   10/15/26  JJ  New program.
      ********************************************************************
      * INPUT: CONTRACT-TRANS-FILE (CONTTRAN.txt, OPTIONAL,
      *        51 CHARACTERS)
      *     ACTION          X      1     (A=ADD, C=CHANGE, D=DELETE)
      *     FILLER          X      2
      *     CUST-ID         X(6)   3-8
      *     PROD-ID         X(5)   9-13
      *     EFFECTIVE YYYYMM 9(6)  14-19
      *     EXPIRY YYYYMM   9(6)   20-25
      *     CONTRACT PRICE  9(3)V99 26-30 (ZERO = LIST PRICE)
      *     TIER 1-3        3 X 7  31-51, EACH:
      *         MIN BOXES   9(3)
      *         PCT OFF     99V99
      *     ON A CHANGE, SPACES IN A FIELD (OR A WHOLE TIER) MEANS
      *     LEAVE IT ALONE; ZEROES CLEAR A TIER. ON AN ADD, SPACES
      *     IN THE PRICE OR A TIER MEAN ZERO.
      *
      * INPUT-OUTPUT: CONTRACT-PRICE-FILE (INDEXED ON CUST-ID +
      *               PROD-ID, 49 CHARACTERS - SAME LAYOUT AS THE
      *               TRANSACTION FROM POSITION 3)
      *
      * INPUT: CUSTOMER-MASTER-FILE (CUSTMAST.txt, INDEXED)
      * INPUT: PRODUCT-MASTER-FILE (PRODMAST.txt, INDEXED)
      *
      * OUTPUT: MAINT-EXCEPTION-FILE - REJECTED TRANSACTIONS + REASON
      * OUTPUT: AUDIT-FILE - DATE/TIME, CUST-ID + PROD-ID, ACTION,
      *         FIELD, BEFORE VALUE, AFTER VALUE, PLUS RUN TOTALS
      * OUTPUT: EXPIRY-REPORT-FILE (CONTEXP-REPORT.txt)
      ********************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OPTIONAL CONTRACT-TRANS-FILE
                ASSIGN TO 'CONTTRAN.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT CONTRACT-PRICE-FILE
                ASSIGN TO 'CONTRACT.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CP-KEY
                FILE STATUS IS CONTRACT-STATUS.

             SELECT CUSTOMER-MASTER-FILE
                ASSIGN TO 'CUSTMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS CUSTMAST-STATUS.

             SELECT PRODUCT-MASTER-FILE
                ASSIGN TO 'PRODMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PM-PROD-ID
                FILE STATUS IS PRODMAST-STATUS.

             SELECT OPTIONAL MAINT-EXCEPTION-FILE
                ASSIGN TO 'CONTMNT-EXCEPTIONS.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL AUDIT-FILE
                ASSIGN TO 'CONTMNT-AUDIT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT EXPIRY-REPORT-FILE
                ASSIGN TO PRINTER 'CONTEXP-REPORT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            FD CONTRACT-TRANS-FILE
                RECORD CONTAINS 51 CHARACTERS.

            01 CONTRACT-TRANS-RECORD.
                05 TR-ACTION           PIC X.
                    88 TR-ADD                VALUE 'A'.
                    88 TR-CHANGE             VALUE 'C'.
                    88 TR-DELETE             VALUE 'D'.
                05 FILLER              PIC X.
                05 TR-KEY.
                    10 TR-CUST-ID      PIC X(6).
                    10 TR-PROD-ID      PIC X(5).
                05 TR-EFF-YYYYMM       PIC 9(6).
                05 TR-EFF-YYYYMM-X REDEFINES TR-EFF-YYYYMM
                                       PIC X(6).
                05 TR-EXP-YYYYMM       PIC 9(6).
                05 TR-EXP-YYYYMM-X REDEFINES TR-EXP-YYYYMM
                                       PIC X(6).
                05 TR-PRICE            PIC 999V99.
                05 TR-PRICE-X REDEFINES TR-PRICE
                                       PIC X(5).
                05 TR-TIER-X           PIC X(7) OCCURS 3 TIMES.

            FD CONTRACT-PRICE-FILE
                RECORD CONTAINS 49 CHARACTERS.

            01 CONTRACT-PRICE-RECORD.
                05 CP-KEY.
                    10 CP-CUST-ID      PIC X(6).
                    10 CP-PROD-ID      PIC X(5).
                05 CP-EFF-YYYYMM       PIC 9(6).
                05 CP-EXP-YYYYMM       PIC 9(6).
                05 CP-EXP-SPLIT REDEFINES CP-EXP-YYYYMM.
                    10 CP-EXP-YEAR     PIC 9(4).
                    10 CP-EXP-MONTH    PIC 99.
                05 CP-PRICE            PIC 999V99.
                05 CP-PRICE-X REDEFINES CP-PRICE
                                       PIC X(5).
                05 CP-TIER-X           PIC X(7) OCCURS 3 TIMES.

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

            FD MAINT-EXCEPTION-FILE
                RECORD CONTAINS 82 CHARACTERS.

            01 MAINT-EXCEPTION-RECORD.
                05 MXC-ACTION          PIC X.
                05 FILLER              PIC X.
                05 MXC-KEY             PIC X(11).
                05 FILLER              PIC X.
                05 MXC-REASON          PIC X(16).
                05 FILLER              PIC X.
                05 MXC-TRANS-IMAGE     PIC X(51).

            FD AUDIT-FILE
                RECORD CONTAINS 78 CHARACTERS.

            01 AUDIT-RECORD.
                05 AUD-DATE            PIC 9(8).
                05 FILLER              PIC X.
                05 AUD-TIME            PIC 9(6).
                05 FILLER              PIC X.
                05 AUD-KEY             PIC X(11).
                05 FILLER              PIC X.
                05 AUD-ACTION          PIC X.
                05 FILLER              PIC X.
                05 AUD-FIELD-NAME      PIC X(12).
                05 FILLER              PIC X.
                05 AUD-BEFORE          PIC X(17).
                05 FILLER              PIC X.
                05 AUD-AFTER           PIC X(17).

            FD EXPIRY-REPORT-FILE
                RECORD CONTAINS 100 CHARACTERS.

            01 EXPIRY-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
            01 FLAGS-N-SWITCHES.
                05 TRANS-EOF        PIC X       VALUE 'N'.
                05 CONTRACT-EOF     PIC X       VALUE 'N'.
                05 REJECT-SW        PIC X       VALUE 'N'.
                    88 TRANS-REJECTED        VALUE 'Y'.
                    88 TRANS-CLEAN           VALUE 'N'.
                05 ALL-OPEN-SW      PIC X       VALUE 'N'.
                    88 ALL-MASTERS-OPEN      VALUE 'Y'.

            01 CONTRACT-STATUS      PIC XX      VALUE '00'.

            01 CUSTMAST-STATUS      PIC XX      VALUE '00'.

            01 PRODMAST-STATUS      PIC XX      VALUE '00'.

            01 RUN-STAMP-FIELDS.
                05 RUN-DATE          PIC 9(8)   VALUE ZEROES.
                05 RUN-DATE-SPLIT REDEFINES RUN-DATE.
                    10 RD-YEAR       PIC 9(4).
                    10 RD-MONTH      PIC 99.
                    10 RD-DAY        PIC 99.
                05 RUN-TIME-RAW      PIC 9(8)   VALUE ZEROES.
                05 RUN-TIME          PIC 9(6)   VALUE ZEROES.

            01 MAINT-COUNTERS.
                05 TRANS-READ-COUNT  PIC 9(6)   VALUE ZEROES.
                05 ADD-COUNT         PIC 9(6)   VALUE ZEROES.
                05 CHANGE-COUNT      PIC 9(6)   VALUE ZEROES.
                05 DELETE-COUNT      PIC 9(6)   VALUE ZEROES.
                05 REJECT-COUNT      PIC 9(6)   VALUE ZEROES.
                05 FIELDS-CHANGED    PIC 9(6)   VALUE ZEROES.
                05 EXPIRING-COUNT    PIC 9(6)   VALUE ZEROES.

            01 REJECT-HOLD.
                05 REJH-REASON       PIC X(16)  VALUE SPACES.

            01 AUDIT-HOLD.
                05 AUDH-FIELD-NAME   PIC X(12)  VALUE SPACES.
                05 AUDH-BEFORE       PIC X(17)  VALUE SPACES.
                05 AUDH-AFTER        PIC X(17)  VALUE SPACES.

            01 AUD-SUB              PIC 99      VALUE ZEROES.

            01 PENDING-AUDIT-TABLE.
                05 PAT-ENTRY OCCURS 6 TIMES.
                    10 PAT-FIELD-NAME PIC X(12).
                    10 PAT-BEFORE    PIC X(17).
                    10 PAT-AFTER     PIC X(17).

            01 CONTRACT-WORK.
                05 CW-KEY.
                    10 CW-CUST-ID    PIC X(6).
                    10 CW-PROD-ID    PIC X(5).
                05 CW-EFF-YYYYMM     PIC 9(6).
                05 CW-EXP-YYYYMM     PIC 9(6).
                05 CW-PRICE          PIC 999V99.
                05 CW-PRICE-X REDEFINES CW-PRICE
                                     PIC X(5).
                05 CW-TIERS.
                    10 CW-TIER OCCURS 3 TIMES.
                        15 CW-TIER-BOXES PIC 9(3).
                        15 CW-TIER-PCT   PIC 99V99.
                05 CW-TIERS-X REDEFINES CW-TIERS.
                    10 CW-TIER-X     PIC X(7) OCCURS 3 TIMES.

            01 TIER-FIELDS.
                05 TIER-SUB          PIC 9      VALUE ZEROES.
                05 TIER-PRIOR-BOXES  PIC 9(3)   VALUE ZEROES.
                05 TIER-USED-SW      PIC X      VALUE 'N'.
                    88 TIER-USED             VALUE 'Y'.
                05 TIER-GAP-SW       PIC X      VALUE 'N'.
                    88 TIER-GAP              VALUE 'Y'.

            01 TIER-NAMES.
                05                   PIC X(12)  VALUE 'TIER-1'.
                05                   PIC X(12)  VALUE 'TIER-2'.
                05                   PIC X(12)  VALUE 'TIER-3'.

            01 TIER-NAME-TABLE REDEFINES TIER-NAMES.
                05 TNT-NAME          PIC X(12)  OCCURS 3 TIMES.

            01 EFF-MONTH-WORK.
                05 EMW-YYYYMM        PIC 9(6)   VALUE ZEROES.
                05 EMW-SPLIT REDEFINES EMW-YYYYMM.
                    10 EMW-YEAR      PIC 9(4).
                    10 EMW-MONTH     PIC 99.

            01 TERM-DISPLAY.
                05 TD-EFF            PIC 9(6).
                05                   PIC X      VALUE '-'.
                05 TD-EXP            PIC 9(6).

            01 DAYS-LEFT            PIC S9(6)   VALUE ZEROES.

            01 EXPIRY-WINDOW-DAYS   PIC 9(3)    VALUE 60.

            01 OPEN-FAIL-REASON.
                05 OFR-FILE          PIC X(8).
                05                   PIC X(6)   VALUE ' OPEN '.
                05 OFR-STATUS        PIC XX.

            01 MASTER-IO-REASON.
                05                   PIC X(10)  VALUE 'MASTER IO '.
                05 MIR-STATUS        PIC XX.
                05 FILLER            PIC X(4)   VALUE SPACES.

            01 AUDIT-TOTAL-LINE.
                05                   PIC X(7)   VALUE 'TOTALS '.
                05                   PIC X(5)   VALUE 'READ='.
                05 ATL-READ          PIC 9(6).
                05                   PIC X(6)   VALUE ' ADDS='.
                05 ATL-ADDS          PIC 9(6).
                05                   PIC X(9)   VALUE ' CHANGES='.
                05 ATL-CHANGES       PIC 9(6).
                05                   PIC X(9)   VALUE ' DELETES='.
                05 ATL-DELETES       PIC 9(6).
                05                   PIC X(9)   VALUE ' REJECTS='.
                05 ATL-REJECTS       PIC 9(6).

            01 EXPIRY-TITLE-LINE.
                05 FILLER              PIC X(15).
                05                     PIC X(44)
                   VALUE 'CONTRACTS EXPIRING WITHIN 60 DAYS - RUN DATE'.
                05 FILLER              PIC X.
                05 ETL-RUN-DATE        PIC 9(8).

            01 EXPIRY-COL-LINE.
                05                     PIC X(7)    VALUE 'CUST   '.
                05                     PIC X(21)
                   VALUE 'CUSTOMER NAME        '.
                05                     PIC X(6)    VALUE 'PROD  '.
                05                     PIC X(16)
                   VALUE 'DESCRIPTION     '.
                05                     PIC X(7)    VALUE 'EFF    '.
                05                     PIC X(7)    VALUE 'EXPIRES'.
                05                     PIC X(9)    VALUE '    PRICE'.
                05                     PIC X(11)
                   VALUE ' DAYS LEFT '.
                05                     PIC X(9)    VALUE 'SALES REP'.

            01 EXPIRY-DETAIL-LINE.
                05 EDL-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 EDL-CUST-NAME       PIC X(20).
                05 FILLER              PIC X.
                05 EDL-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 EDL-PROD-DESC       PIC X(15).
                05 FILLER              PIC X.
                05 EDL-EFF             PIC 9(6).
                05 FILLER              PIC X.
                05 EDL-EXP             PIC 9(6).
                05 FILLER              PIC X(4).
                05 EDL-PRICE           PIC ZZ9.99.
                05 FILLER              PIC X(6).
                05 EDL-DAYS-LEFT       PIC ZZ9.
                05 FILLER              PIC X(2).
                05 EDL-SALES-REP       PIC X(15).

            01 EXPIRY-TOTAL-LINE.
                05                     PIC X(21)
                   VALUE 'CONTRACTS EXPIRING: '.
                05 ETT-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

            100-MAIN-ROUTINE.
                PERFORM 150-HOUSEKEEPING
                IF ALL-MASTERS-OPEN
                     PERFORM 200-READ-TRANS-FILE
                     PERFORM 950-EXPIRY-REPORT
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
                 OPEN INPUT CONTRACT-TRANS-FILE
                 OPEN EXTEND MAINT-EXCEPTION-FILE
                             AUDIT-FILE
                 OPEN OUTPUT EXPIRY-REPORT-FILE
                 OPEN I-O CONTRACT-PRICE-FILE
                 IF CONTRACT-STATUS = '35'
                      OPEN OUTPUT CONTRACT-PRICE-FILE
                      CLOSE CONTRACT-PRICE-FILE
                      OPEN I-O CONTRACT-PRICE-FILE
                 END-IF
                 OPEN INPUT CUSTOMER-MASTER-FILE
                 OPEN INPUT PRODUCT-MASTER-FILE
                 IF CONTRACT-STATUS = '00'
                      AND CUSTMAST-STATUS = '00'
                      AND PRODMAST-STATUS = '00'
                      MOVE 'Y' TO ALL-OPEN-SW
                 END-IF

            .

            160-MASTER-OPEN-FAIL.
                 MOVE SPACES TO MAINT-EXCEPTION-RECORD
                 MOVE '*' TO MXC-ACTION
                 EVALUATE TRUE
                      WHEN CONTRACT-STATUS NOT = '00'
                           MOVE 'CONTRACT' TO OFR-FILE
                           MOVE CONTRACT-STATUS TO OFR-STATUS
                      WHEN CUSTMAST-STATUS NOT = '00'
                           MOVE 'CUSTMAST' TO OFR-FILE
                           MOVE CUSTMAST-STATUS TO OFR-STATUS
                      WHEN OTHER
                           MOVE 'PRODMAST' TO OFR-FILE
                           MOVE PRODMAST-STATUS TO OFR-STATUS
                 END-EVALUATE
                 MOVE OPEN-FAIL-REASON TO MXC-REASON
                 WRITE MAINT-EXCEPTION-RECORD

            .

            200-READ-TRANS-FILE.
                 PERFORM UNTIL TRANS-EOF = 'Y'
                      READ CONTRACT-TRANS-FILE
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
                 IF TR-CUST-ID = SPACES
                      OR TR-PROD-ID = SPACES
                      MOVE 'KEY BLANK' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 ELSE
                      EVALUATE TRUE
                           WHEN TR-ADD
                                PERFORM 400-ADD-CONTRACT
                           WHEN TR-CHANGE
                                PERFORM 500-CHANGE-CONTRACT
                           WHEN TR-DELETE
                                PERFORM 600-DELETE-CONTRACT
                           WHEN OTHER
                                MOVE 'BAD ACTION' TO REJH-REASON
                                PERFORM 700-REJECT-TRANS
                      END-EVALUATE
                 END-IF

            .

            400-ADD-CONTRACT.
                 PERFORM 410-VALIDATE-ADD
                 IF TRANS-CLEAN
                      PERFORM 450-VALIDATE-CONTRACT
                 END-IF
                 IF TRANS-CLEAN
                      MOVE CONTRACT-WORK TO CONTRACT-PRICE-RECORD
                      WRITE CONTRACT-PRICE-RECORD
                           INVALID KEY
                                MOVE 'DUPLICATE KEY' TO REJH-REASON
                                PERFORM 700-REJECT-TRANS
                           NOT INVALID KEY
                                IF CONTRACT-STATUS = '00'
                                     ADD 1 TO ADD-COUNT
                                     MOVE '*ADDED*' TO AUDH-FIELD-NAME
                                     MOVE SPACES TO AUDH-BEFORE
                                     MOVE CW-EFF-YYYYMM TO TD-EFF
                                     MOVE CW-EXP-YYYYMM TO TD-EXP
                                     MOVE TERM-DISPLAY TO AUDH-AFTER
                                     PERFORM 800-WRITE-AUDIT
                                ELSE
                                     PERFORM 710-REJECT-MASTER-IO
                                END-IF
                      END-WRITE
                 END-IF

            .

            410-VALIDATE-ADD.
                 MOVE TR-CUST-ID TO CM-CUST-ID
                 MOVE TR-PROD-ID TO PM-PROD-ID
                 READ CUSTOMER-MASTER-FILE
                      INVALID KEY
                           MOVE 'CUST NOT FOUND' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                 END-READ
                 IF TRANS-CLEAN
                      READ PRODUCT-MASTER-FILE
                           INVALID KEY
                                MOVE 'PROD NOT FOUND' TO REJH-REASON
                                PERFORM 700-REJECT-TRANS
                      END-READ
                 END-IF
                 IF TRANS-CLEAN
                      MOVE TR-KEY TO CW-KEY
                      MOVE ZEROES TO CW-EFF-YYYYMM
                                     CW-EXP-YYYYMM
                      MOVE ZEROES TO CW-PRICE
                      MOVE ZEROES TO CW-TIERS
                      PERFORM 420-OVERLAY-TRANS
                 END-IF
                 IF TRANS-CLEAN
                      IF TR-EFF-YYYYMM-X = SPACES
                           MOVE 'BAD EFF DATE' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      ELSE
                           IF TR-EXP-YYYYMM-X = SPACES
                                MOVE 'BAD EXP DATE' TO REJH-REASON
                                PERFORM 700-REJECT-TRANS
                           END-IF
                      END-IF
                 END-IF

            .

            420-OVERLAY-TRANS.
                 EVALUATE TRUE
                      WHEN TR-EFF-YYYYMM-X NOT = SPACES
                           AND TR-EFF-YYYYMM-X NOT NUMERIC
                           MOVE 'BAD EFF DATE' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN TR-EXP-YYYYMM-X NOT = SPACES
                           AND TR-EXP-YYYYMM-X NOT NUMERIC
                           MOVE 'BAD EXP DATE' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN TR-PRICE-X NOT = SPACES
                           AND TR-PRICE-X NOT NUMERIC
                           MOVE 'BAD PRICE' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN OTHER
                           IF TR-EFF-YYYYMM-X NOT = SPACES
                                MOVE TR-EFF-YYYYMM TO CW-EFF-YYYYMM
                           END-IF
                           IF TR-EXP-YYYYMM-X NOT = SPACES
                                MOVE TR-EXP-YYYYMM TO CW-EXP-YYYYMM
                           END-IF
                           IF TR-PRICE-X NOT = SPACES
                                MOVE TR-PRICE TO CW-PRICE
                           END-IF
                           PERFORM 425-OVERLAY-TIER
                                VARYING TIER-SUB FROM 1 BY 1
                                UNTIL TIER-SUB > 3
                 END-EVALUATE

            .

            425-OVERLAY-TIER.
                 IF TR-TIER-X(TIER-SUB) NOT = SPACES
                      IF TR-TIER-X(TIER-SUB) IS NUMERIC
                           MOVE TR-TIER-X(TIER-SUB)
                                TO CW-TIER-X(TIER-SUB)
                      ELSE
                           IF TRANS-CLEAN
                                MOVE 'BAD TIER' TO REJH-REASON
                                PERFORM 700-REJECT-TRANS
                           END-IF
                      END-IF
                 END-IF

            .

            450-VALIDATE-CONTRACT.
                 MOVE CW-EFF-YYYYMM TO EMW-YYYYMM
                 IF EMW-MONTH < 01 OR EMW-MONTH > 12
                      OR EMW-YEAR < 2000
                      MOVE 'BAD EFF DATE' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 END-IF
                 IF TRANS-CLEAN
                      MOVE CW-EXP-YYYYMM TO EMW-YYYYMM
                      IF EMW-MONTH < 01 OR EMW-MONTH > 12
                           OR EMW-YEAR < 2000
                           MOVE 'BAD EXP DATE' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      ELSE
                           IF CW-EXP-YYYYMM < CW-EFF-YYYYMM
                                MOVE 'EXP BEFORE EFF' TO REJH-REASON
                                PERFORM 700-REJECT-TRANS
                           END-IF
                      END-IF
                 END-IF
                 IF TRANS-CLEAN
                      MOVE ZEROES TO TIER-PRIOR-BOXES
                      MOVE 'N' TO TIER-USED-SW
                      MOVE 'N' TO TIER-GAP-SW
                      PERFORM 455-CHECK-TIER
                           VARYING TIER-SUB FROM 1 BY 1
                           UNTIL TIER-SUB > 3
                                OR TRANS-REJECTED
                 END-IF
                 IF TRANS-CLEAN
                      AND CW-PRICE = ZEROES
                      AND NOT TIER-USED
                      MOVE 'NO PRICE OR TIER' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 END-IF

            .

            455-CHECK-TIER.
                 EVALUATE TRUE
                      WHEN CW-TIER-BOXES(TIER-SUB) = ZEROES
                           AND CW-TIER-PCT(TIER-SUB) = ZEROES
                           MOVE 'Y' TO TIER-GAP-SW
                      WHEN CW-TIER-BOXES(TIER-SUB) = ZEROES
                           OR CW-TIER-PCT(TIER-SUB) = ZEROES
                           OR CW-TIER-BOXES(TIER-SUB)
                                NOT > TIER-PRIOR-BOXES
                           OR TIER-GAP
                           MOVE 'BAD TIER' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      WHEN OTHER
                           MOVE 'Y' TO TIER-USED-SW
                           MOVE CW-TIER-BOXES(TIER-SUB)
                                TO TIER-PRIOR-BOXES
                 END-EVALUATE

            .

            500-CHANGE-CONTRACT.
                 MOVE TR-KEY TO CP-KEY
                 READ CONTRACT-PRICE-FILE
                      INVALID KEY
                           MOVE 'NOT FOUND' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      NOT INVALID KEY
                           IF CONTRACT-STATUS = '00'
                                MOVE CONTRACT-PRICE-RECORD
                                     TO CONTRACT-WORK
                                PERFORM 420-OVERLAY-TRANS
                                IF TRANS-CLEAN
                                     PERFORM 450-VALIDATE-CONTRACT
                                END-IF
                                IF TRANS-CLEAN
                                     PERFORM 510-APPLY-CHANGES
                                END-IF
                           ELSE
                                PERFORM 710-REJECT-MASTER-IO
                           END-IF
                 END-READ

            .

            510-APPLY-CHANGES.
                 MOVE ZEROES TO FIELDS-CHANGED
                 IF CW-EFF-YYYYMM NOT = CP-EFF-YYYYMM
                      MOVE 'EFF-MONTH' TO AUDH-FIELD-NAME
                      MOVE CP-EFF-YYYYMM TO AUDH-BEFORE
                      MOVE CW-EFF-YYYYMM TO AUDH-AFTER
                      PERFORM 520-AUDIT-FIELD
                 END-IF
                 IF CW-EXP-YYYYMM NOT = CP-EXP-YYYYMM
                      MOVE 'EXP-MONTH' TO AUDH-FIELD-NAME
                      MOVE CP-EXP-YYYYMM TO AUDH-BEFORE
                      MOVE CW-EXP-YYYYMM TO AUDH-AFTER
                      PERFORM 520-AUDIT-FIELD
                 END-IF
                 IF CW-PRICE NOT = CP-PRICE
                      MOVE 'PRICE' TO AUDH-FIELD-NAME
                      MOVE CP-PRICE-X TO AUDH-BEFORE
                      MOVE CW-PRICE-X TO AUDH-AFTER
                      PERFORM 520-AUDIT-FIELD
                 END-IF
                 PERFORM 515-TIER-CHANGE
                      VARYING TIER-SUB FROM 1 BY 1
                      UNTIL TIER-SUB > 3
                 IF FIELDS-CHANGED > 0
                      MOVE CONTRACT-WORK TO CONTRACT-PRICE-RECORD
                      REWRITE CONTRACT-PRICE-RECORD
                           INVALID KEY
                                MOVE 'REWRITE FAIL' TO REJH-REASON
                                PERFORM 700-REJECT-TRANS
                           NOT INVALID KEY
                                IF CONTRACT-STATUS = '00'
                                     ADD 1 TO CHANGE-COUNT
                                     PERFORM 530-FLUSH-AUDIT
                                          VARYING AUD-SUB FROM 1 BY 1
                                          UNTIL AUD-SUB >
                                               FIELDS-CHANGED
                                ELSE
                                     PERFORM 710-REJECT-MASTER-IO
                                END-IF
                      END-REWRITE
                 ELSE
                      MOVE 'NO FIELD CHANGE' TO REJH-REASON
                      PERFORM 700-REJECT-TRANS
                 END-IF

            .

            515-TIER-CHANGE.
                 IF CW-TIER-X(TIER-SUB) NOT = CP-TIER-X(TIER-SUB)
                      MOVE TNT-NAME(TIER-SUB) TO AUDH-FIELD-NAME
                      MOVE CP-TIER-X(TIER-SUB) TO AUDH-BEFORE
                      MOVE CW-TIER-X(TIER-SUB) TO AUDH-AFTER
                      PERFORM 520-AUDIT-FIELD
                 END-IF

            .

            520-AUDIT-FIELD.
                 ADD 1 TO FIELDS-CHANGED
                 MOVE AUDH-FIELD-NAME
                      TO PAT-FIELD-NAME(FIELDS-CHANGED)
                 MOVE AUDH-BEFORE TO PAT-BEFORE(FIELDS-CHANGED)
                 MOVE AUDH-AFTER TO PAT-AFTER(FIELDS-CHANGED)

            .

            530-FLUSH-AUDIT.
                 MOVE PAT-FIELD-NAME(AUD-SUB) TO AUDH-FIELD-NAME
                 MOVE PAT-BEFORE(AUD-SUB) TO AUDH-BEFORE
                 MOVE PAT-AFTER(AUD-SUB) TO AUDH-AFTER
                 PERFORM 800-WRITE-AUDIT

            .

            600-DELETE-CONTRACT.
                 MOVE TR-KEY TO CP-KEY
                 READ CONTRACT-PRICE-FILE
                      INVALID KEY
                           MOVE 'NOT FOUND' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      NOT INVALID KEY
                           IF CONTRACT-STATUS = '00'
                                PERFORM 610-DELETE-MASTER
                           ELSE
                                PERFORM 710-REJECT-MASTER-IO
                           END-IF
                 END-READ

            .

            610-DELETE-MASTER.
                 MOVE '*DELETED*' TO AUDH-FIELD-NAME
                 MOVE CP-EFF-YYYYMM TO TD-EFF
                 MOVE CP-EXP-YYYYMM TO TD-EXP
                 MOVE TERM-DISPLAY TO AUDH-BEFORE
                 MOVE SPACES TO AUDH-AFTER
                 DELETE CONTRACT-PRICE-FILE
                      INVALID KEY
                           MOVE 'DELETE FAIL' TO REJH-REASON
                           PERFORM 700-REJECT-TRANS
                      NOT INVALID KEY
                           IF CONTRACT-STATUS = '00'
                                ADD 1 TO DELETE-COUNT
                                PERFORM 800-WRITE-AUDIT
                           ELSE
                                PERFORM 710-REJECT-MASTER-IO
                           END-IF
                 END-DELETE

            .

            710-REJECT-MASTER-IO.
                 MOVE CONTRACT-STATUS TO MIR-STATUS
                 MOVE MASTER-IO-REASON TO REJH-REASON
                 PERFORM 700-REJECT-TRANS

            .

            700-REJECT-TRANS.
                 MOVE 'Y' TO REJECT-SW
                 ADD 1 TO REJECT-COUNT
                 MOVE SPACES TO MAINT-EXCEPTION-RECORD
                 MOVE TR-ACTION TO MXC-ACTION
                 MOVE TR-KEY TO MXC-KEY
                 MOVE REJH-REASON TO MXC-REASON
                 MOVE CONTRACT-TRANS-RECORD TO MXC-TRANS-IMAGE
                 WRITE MAINT-EXCEPTION-RECORD

            .

            800-WRITE-AUDIT.
                 MOVE SPACES TO AUDIT-RECORD
                 MOVE RUN-DATE TO AUD-DATE
                 MOVE RUN-TIME TO AUD-TIME
                 MOVE TR-KEY TO AUD-KEY
                 MOVE TR-ACTION TO AUD-ACTION
                 MOVE AUDH-FIELD-NAME TO AUD-FIELD-NAME
                 MOVE AUDH-BEFORE TO AUD-BEFORE
                 MOVE AUDH-AFTER TO AUD-AFTER
                 WRITE AUDIT-RECORD

            .

            950-EXPIRY-REPORT.
                 MOVE RUN-DATE TO ETL-RUN-DATE
                 WRITE EXPIRY-REPORT-RECORD FROM EXPIRY-TITLE-LINE
                 WRITE EXPIRY-REPORT-RECORD FROM EXPIRY-COL-LINE
                      AFTER ADVANCING 2
                 MOVE 'N' TO CONTRACT-EOF
                 MOVE LOW-VALUES TO CP-KEY
                 START CONTRACT-PRICE-FILE
                      KEY NOT LESS THAN CP-KEY
                      INVALID KEY
                           MOVE 'Y' TO CONTRACT-EOF
                 END-START
                 PERFORM UNTIL CONTRACT-EOF = 'Y'
                      READ CONTRACT-PRICE-FILE NEXT RECORD
                           AT END
                                MOVE 'Y' TO CONTRACT-EOF
                           NOT AT END
                                PERFORM 960-EXPIRY-CHECK
                      END-READ
                 END-PERFORM
                 MOVE EXPIRING-COUNT TO ETT-COUNT
                 WRITE EXPIRY-REPORT-RECORD FROM EXPIRY-TOTAL-LINE
                      AFTER ADVANCING 2

            .

            960-EXPIRY-CHECK.
                 IF CP-EXP-YYYYMM IS NUMERIC
                      COMPUTE DAYS-LEFT =
                           (CP-EXP-YEAR - RD-YEAR) * 360
                           + (CP-EXP-MONTH - RD-MONTH) * 30
                           + 30 - RD-DAY
                      IF DAYS-LEFT NOT < ZEROES
                           AND DAYS-LEFT NOT > EXPIRY-WINDOW-DAYS
                           PERFORM 970-EXPIRY-LINE
                      END-IF
                 END-IF

            .

            970-EXPIRY-LINE.
                 ADD 1 TO EXPIRING-COUNT
                 MOVE SPACES TO EXPIRY-DETAIL-LINE
                 MOVE CP-CUST-ID TO EDL-CUST-ID
                 MOVE CP-PROD-ID TO EDL-PROD-ID
                 MOVE CP-EFF-YYYYMM TO EDL-EFF
                 MOVE CP-EXP-YYYYMM TO EDL-EXP
                 MOVE CP-PRICE TO EDL-PRICE
                 MOVE DAYS-LEFT TO EDL-DAYS-LEFT
                 MOVE CP-CUST-ID TO CM-CUST-ID
                 READ CUSTOMER-MASTER-FILE
                      INVALID KEY
                           MOVE '*NOT ON CUSTMAST*' TO EDL-CUST-NAME
                      NOT INVALID KEY
                           MOVE CM-CUST-NAME TO EDL-CUST-NAME
                           MOVE CM-SALES-REP TO EDL-SALES-REP
                 END-READ
                 MOVE CP-PROD-ID TO PM-PROD-ID
                 READ PRODUCT-MASTER-FILE
                      INVALID KEY
                           MOVE '*NOT ON FILE*' TO EDL-PROD-DESC
                      NOT INVALID KEY
                           MOVE PM-PROD-DESC TO EDL-PROD-DESC
                 END-READ
                 WRITE EXPIRY-REPORT-RECORD FROM EXPIRY-DETAIL-LINE
                      AFTER ADVANCING 1

            .

            900-EOF-ROUTINE.
                 MOVE TRANS-READ-COUNT TO ATL-READ
                 MOVE ADD-COUNT TO ATL-ADDS
                 MOVE CHANGE-COUNT TO ATL-CHANGES
                 MOVE DELETE-COUNT TO ATL-DELETES
                 MOVE REJECT-COUNT TO ATL-REJECTS
                 WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE
                 CLOSE CONTRACT-TRANS-FILE
                       CONTRACT-PRICE-FILE
                       CUSTOMER-MASTER-FILE
                       PRODUCT-MASTER-FILE
                       MAINT-EXCEPTION-FILE
                       AUDIT-FILE
                       EXPIRY-REPORT-FILE

            .
