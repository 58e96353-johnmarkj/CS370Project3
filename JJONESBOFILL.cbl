       IDENTIFICATION DIVISION.
       PROGRAM-ID. JJONESBOFILL.
       AUTHOR. JONES.
      ********************************************************************
      *                  BACKORDER FILL AND RELEASE
      * The order report run diverts a sale line asking for more boxes
      * than the warehouse has on hand to the cumulative BACKORD.txt,
      * and until now nothing ever read that file again. This pass
      * works BACKORD.txt oldest run date first against the inventory
      * master "INVMAST.txt": once the warehouse/PROD-ID shows enough
      * on hand for a backordered line, the boxes are reserved (taken
      * off IM-ON-HAND here, so a younger backorder cannot claim the
      * same stock) and the line is written as a standard 234-byte
      * order record to the release file "BOFILL.txt". The next full
      * order run feeds BOFILL.txt through the sort the same way it
      * releases HELDORD.txt, so the filled line is invoiced, put on
      * the history and picked like any other sale. The release
      * record carries TRANS-TYPE B (backorder fill) so the order run
      * books it as a sale without taking the reserved boxes off the
      * master a second time.
      *
      * A line that cannot be filled stays on BACKORD.txt. One still
      * open past the aging threshold prints on the aging/cancel
      * report BOAGING.txt; one still open past the cancel threshold
      * is cancelled - dropped from BACKORD.txt - and, like every
      * fill, leaves its full image on the cumulative trace file
      * BOTRACE.txt. Thresholds come from the optional control record
      * BOFCTL.txt (defaults 30 days aging, 90 days cancel; a cancel
      * threshold of zero never cancels). Age is in days on a 30/360
      * basis, same as the AR aging. A line already past the cancel
      * threshold is still filled if stock has come in.
      *
      * An unreadable backorder line (boxes or price not numeric) is
      * never dropped: it stays on the file and prints on the aging
      * report as BAD RECORD.
      *
      * MODIFICATIONS:
      *   10/15/26  JJ  New program.
      *   10/15/26  JJ  Customer master widened 100 -> 109 for
      *                 CM-CREDIT-LIMIT.
      ********************************************************************
      * INPUT: BACKORD-CONTROL-FILE (BOFCTL.txt, OPTIONAL)
      *     AGING DAYS      9(3)   1-3
      *     FILLER          X      4
      *     CANCEL DAYS     9(3)   5-7
      *
      * INPUT: CUSTOMER-MASTER-FILE (CUSTMAST.txt) - NAME AND RATING
      *        FOR THE RELEASED ORDER RECORD
      * INPUT: PRODUCT-MASTER-FILE (PRODMAST.txt) - PRODUCT TYPE CODE
      *
      * INPUT-OUTPUT: BACKORDER-FILE (BACKORD.txt, REWRITTEN OLDEST
      *               FIRST WITH THE LINES STILL OPEN)
      * INPUT-OUTPUT: INVENTORY-MASTER-FILE (INVMAST.txt, RESERVED
      *               BOXES TAKEN OFF ON-HAND)
      *
      * WORK:  BO-WORK-FILE (BOWORK.txt) - BACKORD.txt SORTED BY RUN
      *        DATE
      * OUTPUT: BACKORDER-FILL-FILE (BOFILL.txt, APPENDED; CLEARED BY
      *         THE ORDER RUN ONCE CONSUMED)
      * OUTPUT: BACKORDER-TRACE-FILE (BOTRACE.txt, CUMULATIVE) - DATE,
      *         F=FILLED/C=CANCELLED, AGE, FULL BACKORDER IMAGE
      * OUTPUT: FILL-REPORT-FILE (BOFILL-REPORT.txt) - LINES RELEASED
      * OUTPUT: AGING-REPORT-FILE (BOAGING.txt) - AGED AND CANCELLED
      ********************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OPTIONAL BACKORD-CONTROL-FILE
                ASSIGN TO 'BOFCTL.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL BACKORDER-FILE
                ASSIGN TO 'BACKORD.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT BO-SORT-FILE
                ASSIGN TO 'BOSORT.TMP'.

             SELECT BO-WORK-FILE
                ASSIGN TO 'BOWORK.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL INVENTORY-MASTER-FILE
                ASSIGN TO 'INVMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IM-INV-KEY
                FILE STATUS IS INVMAST-STATUS.

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

             SELECT OPTIONAL BACKORDER-FILL-FILE
                ASSIGN TO 'BOFILL.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL BACKORDER-TRACE-FILE
                ASSIGN TO 'BOTRACE.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT FILL-REPORT-FILE
                ASSIGN TO PRINTER 'BOFILL-REPORT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT AGING-REPORT-FILE
                ASSIGN TO PRINTER 'BOAGING.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            FD BACKORD-CONTROL-FILE
                RECORD CONTAINS 7 CHARACTERS.

            01 BACKORD-CONTROL-RECORD.
                05 BCR-AGE-DAYS        PIC 9(3).
                05 FILLER              PIC X.
                05 BCR-CANCEL-DAYS     PIC 9(3).

            FD BACKORDER-FILE
                RECORD CONTAINS 54 CHARACTERS.

            01 BACKORDER-RECORD     PIC X(54).

            SD BO-SORT-FILE.

            01 BO-SORT-RECORD.
                05 BOS-RUN-DATE        PIC 9(8).
                05 FILLER              PIC X(46).

            FD BO-WORK-FILE
                RECORD CONTAINS 54 CHARACTERS.

            01 BO-WORK-RECORD.
                05 BOR-RUN-DATE        PIC 9(8).
                05 BOR-RUN-DATE-X REDEFINES BOR-RUN-DATE.
                    10 BOR-RUN-YYYY    PIC 9(4).
                    10 BOR-RUN-MM      PIC 99.
                    10 BOR-RUN-DD      PIC 99.
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
                05 BOR-MONTH-BOUGHT-X REDEFINES BOR-MONTH-BOUGHT
                                       PIC XX.

            FD INVENTORY-MASTER-FILE
                RECORD CONTAINS 21 CHARACTERS.

            01 INVENTORY-MASTER-RECORD.
                05 IM-INV-KEY.
                    10 IM-STATE        PIC X(2).
                    10 IM-CITY         PIC X(2).
                    10 IM-PROD-ID      PIC X(5).
                05 IM-ON-HAND          PIC 9(6).
                05 IM-REORDER-PT       PIC 9(6).

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

            FD BACKORDER-TRACE-FILE
                RECORD CONTAINS 71 CHARACTERS.

            01 BACKORDER-TRACE-RECORD.
                05 BTR-DATE            PIC 9(8).
                05 FILLER              PIC X.
                05 BTR-ACTION          PIC X.
                05 FILLER              PIC X.
                05 BTR-AGE-DAYS        PIC 9(5).
                05 FILLER              PIC X.
                05 BTR-IMAGE           PIC X(54).

            FD FILL-REPORT-FILE
                RECORD CONTAINS 80 CHARACTERS.

            01 FILL-REPORT-RECORD   PIC X(80).

            FD AGING-REPORT-FILE
                RECORD CONTAINS 80 CHARACTERS.

            01 AGING-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
            01 FLAGS-N-SWITCHES.
                05 WORK-EOF         PIC X       VALUE 'N'.
                05 INVMAST-OPEN-SW  PIC X       VALUE 'N'.
                    88 INVMAST-OPEN          VALUE 'Y'.
                05 FILLED-SW        PIC X       VALUE 'N'.
                    88 LINE-FILLED           VALUE 'Y'.
                05 BAD-LINE-SW      PIC X       VALUE 'N'.
                    88 BAD-LINE              VALUE 'Y'.

            01 INVMAST-STATUS       PIC XX      VALUE '00'.

            01 CUSTMAST-STATUS      PIC XX      VALUE '00'.

            01 PRODMAST-STATUS      PIC XX      VALUE '00'.

            01 BACKORD-CONTROL-FIELDS.
                05 BC-AGE-DAYS       PIC 9(3)   VALUE 030.
                05 BC-CANCEL-DAYS    PIC 9(3)   VALUE 090.

            01 RUN-DATE             PIC 9(8)    VALUE ZEROES.

            01 RUN-DATE-SPLIT REDEFINES RUN-DATE.
                05 RD-YEAR           PIC 9(4).
                05 RD-MONTH          PIC 99.
                05 RD-DAY            PIC 99.

            01 AGE-FIELDS.
                05 AGE-DAYS          PIC S9(6)  VALUE ZEROES.
                05 AGE-WORK          PIC S9(6)  VALUE ZEROES.
                05 AGE-DATE-HOLD     PIC 9(8)   VALUE ZEROES.
                05 AGE-DATE-SPLIT REDEFINES AGE-DATE-HOLD.
                    10 AGE-YEAR      PIC 9(4).
                    10 AGE-MONTH     PIC 99.
                    10 AGE-DAY       PIC 99.

            01 BOFILL-COUNTERS.
                05 BF-READ           PIC 9(6)   VALUE ZEROES.
                05 BF-FILLED         PIC 9(6)   VALUE ZEROES.
                05 BF-FILLED-BOXES   PIC 9(9)   VALUE ZEROES.
                05 BF-KEPT           PIC 9(6)   VALUE ZEROES.
                05 BF-AGED           PIC 9(6)   VALUE ZEROES.
                05 BF-CANCELLED      PIC 9(6)   VALUE ZEROES.
                05 BF-CANCEL-BOXES   PIC 9(9)   VALUE ZEROES.
                05 BF-BAD            PIC 9(6)   VALUE ZEROES.

            01 FILL-TITLE-LINE.
                05                     PIC X(35)
                   VALUE 'BACKORDERS FILLED AND RELEASED FOR '.
                05 FTI-RUN-DATE        PIC 9(8).

            01 FILL-COL-LINE.
                05                     PIC X(5)    VALUE 'ST CY'.
                05 FILLER              PIC X.
                05                     PIC X(4)    VALUE 'CUST'.
                05 FILLER              PIC X(3).
                05                     PIC X(4)    VALUE 'PROD'.
                05 FILLER              PIC X(2).
                05                     PIC X(5)    VALUE 'BOXES'.
                05 FILLER              PIC X(4).
                05                     PIC X(5)    VALUE 'PRICE'.
                05 FILLER              PIC X(2).
                05                     PIC X(8)    VALUE 'ORDER NO'.
                05 FILLER              PIC X(2).
                05                     PIC X(7)    VALUE 'BO DATE'.
                05 FILLER              PIC X(3).
                05                     PIC X(3)    VALUE 'AGE'.
                05 FILLER              PIC X(2).
                05                     PIC X(8)    VALUE 'LEFT O/H'.

            01 FILL-DETAIL-LINE.
                05 FDL-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 FDL-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 FDL-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 FDL-PROD-ID         PIC X(5).
                05 FILLER              PIC X(3).
                05 FDL-BOXES           PIC ZZ9.
                05 FILLER              PIC X(2).
                05 FDL-PRICE           PIC $$$9.99.
                05 FILLER              PIC X(2).
                05 FDL-ORDER-NO        PIC X(8).
                05 FILLER              PIC X(2).
                05 FDL-BO-DATE         PIC 9(8).
                05 FILLER              PIC X(2).
                05 FDL-AGE             PIC ZZZ9.
                05 FILLER              PIC X(2).
                05 FDL-LEFT            PIC ZZZ,ZZ9.

            01 FILL-TOTAL-LINE.
                05                     PIC X(14)
                   VALUE 'TOTAL FILLED: '.
                05 FTL-LINES           PIC ZZZZZ9.
                05 FILLER              PIC X.
                05                     PIC X(6)    VALUE 'LINES,'.
                05 FILLER              PIC X.
                05 FTL-BOXES           PIC ZZZ,ZZZ,ZZ9.
                05 FILLER              PIC X.
                05                     PIC X(5)    VALUE 'BOXES'.

            01 AGING-TITLE-LINE.
                05                     PIC X(33)
                   VALUE 'BACKORDER AGING AND CANCEL REPORT'.
                05 FILLER              PIC X(5).
                05 ATI-RUN-DATE        PIC 9(8).

            01 AGING-RULE-LINE.
                05                     PIC X(15)
                   VALUE 'AGED PAST DAYS '.
                05 ARL-AGE-DAYS        PIC ZZ9.
                05                     PIC X(22)
                   VALUE '   CANCELLED PAST DAYS'.
                05 FILLER              PIC X.
                05 ARL-CANCEL-DAYS     PIC ZZ9.

            01 AGING-COL-LINE.
                05                     PIC X(5)    VALUE 'ST CY'.
                05 FILLER              PIC X.
                05                     PIC X(4)    VALUE 'CUST'.
                05 FILLER              PIC X(3).
                05                     PIC X(4)    VALUE 'PROD'.
                05 FILLER              PIC X(2).
                05                     PIC X(5)    VALUE 'BOXES'.
                05 FILLER              PIC X(2).
                05                     PIC X(8)    VALUE 'ORDER NO'.
                05 FILLER              PIC X(2).
                05                     PIC X(7)    VALUE 'BO DATE'.
                05 FILLER              PIC X(3).
                05                     PIC X(3)    VALUE 'AGE'.
                05 FILLER              PIC X(2).
                05                     PIC X(6)    VALUE 'STATUS'.

            01 AGING-DETAIL-LINE.
                05 ADL-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 ADL-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 ADL-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 ADL-PROD-ID         PIC X(5).
                05 FILLER              PIC X(3).
                05 ADL-BOXES           PIC ZZ9.
                05 FILLER              PIC X(2).
                05 ADL-ORDER-NO        PIC X(8).
                05 FILLER              PIC X(2).
                05 ADL-BO-DATE         PIC 9(8).
                05 FILLER              PIC X(2).
                05 ADL-AGE             PIC ZZZ9.
                05 FILLER              PIC X(2).
                05 ADL-STATUS          PIC X(10).

            01 AGING-TOTAL-LINE.
                05                     PIC X(11)   VALUE 'AGED OPEN: '.
                05 AGT-AGED            PIC ZZZZZ9.
                05                     PIC X(14)
                   VALUE '   CANCELLED: '.
                05 AGT-CANCELLED       PIC ZZZZZ9.
                05 FILLER              PIC X.
                05                     PIC X(6)    VALUE 'LINES,'.
                05 FILLER              PIC X.
                05 AGT-CANCEL-BOXES    PIC ZZZ,ZZZ,ZZ9.
                05 FILLER              PIC X.
                05                     PIC X(5)    VALUE 'BOXES'.

            01 AGING-COUNT-LINE.
                05                     PIC X(5)    VALUE 'READ='.
                05 ACL-READ            PIC 9(6).
                05                     PIC X(8)    VALUE ' FILLED='.
                05 ACL-FILLED          PIC 9(6).
                05                     PIC X(11)   VALUE ' STILL OPEN'.
                05                     PIC X       VALUE '='.
                05 ACL-KEPT            PIC 9(6).
                05                     PIC X(5)    VALUE ' BAD='.
                05 ACL-BAD             PIC 9(6).

       PROCEDURE DIVISION.

            100-MAIN-ROUTINE.
                PERFORM 150-HOUSEKEEPING
                PERFORM 200-SORT-BACKORDERS
                PERFORM 250-WORK-BACKORDERS
                PERFORM 900-EOF-ROUTINE
                STOP RUN
            .

            150-HOUSEKEEPING.
                 ACCEPT RUN-DATE FROM DATE YYYYMMDD
                 PERFORM 160-READ-CONTROL
                 OPEN INPUT CUSTOMER-MASTER-FILE
                            PRODUCT-MASTER-FILE
                 OPEN I-O INVENTORY-MASTER-FILE
                 IF INVMAST-STATUS = '00' OR '05'
                      MOVE 'Y' TO INVMAST-OPEN-SW
                 END-IF
                 OPEN EXTEND BACKORDER-FILL-FILE
                             BACKORDER-TRACE-FILE
                 OPEN OUTPUT FILL-REPORT-FILE
                             AGING-REPORT-FILE
                 MOVE RUN-DATE TO FTI-RUN-DATE
                 WRITE FILL-REPORT-RECORD FROM FILL-TITLE-LINE
                 WRITE FILL-REPORT-RECORD FROM FILL-COL-LINE
                      AFTER ADVANCING 2
                 MOVE RUN-DATE TO ATI-RUN-DATE
                 MOVE BC-AGE-DAYS TO ARL-AGE-DAYS
                 MOVE BC-CANCEL-DAYS TO ARL-CANCEL-DAYS
                 WRITE AGING-REPORT-RECORD FROM AGING-TITLE-LINE
                 WRITE AGING-REPORT-RECORD FROM AGING-RULE-LINE
                      AFTER ADVANCING 1
                 WRITE AGING-REPORT-RECORD FROM AGING-COL-LINE
                      AFTER ADVANCING 2

            .

            160-READ-CONTROL.
                 OPEN INPUT BACKORD-CONTROL-FILE
                 READ BACKORD-CONTROL-FILE
                      AT END
                           CONTINUE
                      NOT AT END
                           IF BCR-AGE-DAYS IS NUMERIC
                                MOVE BCR-AGE-DAYS TO BC-AGE-DAYS
                           END-IF
                           IF BCR-CANCEL-DAYS IS NUMERIC
                                MOVE BCR-CANCEL-DAYS TO BC-CANCEL-DAYS
                           END-IF
                 END-READ
                 CLOSE BACKORD-CONTROL-FILE

            .

            200-SORT-BACKORDERS.
                 SORT BO-SORT-FILE
                      ON ASCENDING KEY BOS-RUN-DATE
                      WITH DUPLICATES IN ORDER
                      USING BACKORDER-FILE
                      GIVING BO-WORK-FILE

            .

            250-WORK-BACKORDERS.
                 OPEN INPUT BO-WORK-FILE
                 OPEN OUTPUT BACKORDER-FILE
                 PERFORM UNTIL WORK-EOF = 'Y'
                      READ BO-WORK-FILE
                           AT END
                                MOVE 'Y' TO WORK-EOF
                           NOT AT END
                                ADD 1 TO BF-READ
                                PERFORM 300-PROC-BACKORDER
                      END-READ
                 END-PERFORM
                 CLOSE BO-WORK-FILE
                 CLOSE BACKORDER-FILE

            .

            300-PROC-BACKORDER.
                 MOVE 'N' TO FILLED-SW
                 MOVE 'N' TO BAD-LINE-SW
                 IF BOR-BOXES NOT NUMERIC
                      OR BOR-PRICE-PER NOT NUMERIC
                      OR BOR-BOXES = ZEROES
                      MOVE 'Y' TO BAD-LINE-SW
                 END-IF
                 MOVE BOR-RUN-DATE TO AGE-DATE-HOLD
                 PERFORM 530-CALC-AGE
                 IF NOT BAD-LINE AND INVMAST-OPEN
                      PERFORM 400-TRY-FILL
                 END-IF
                 EVALUATE TRUE
                      WHEN LINE-FILLED
                           CONTINUE
                      WHEN BAD-LINE
                           ADD 1 TO BF-BAD
                           PERFORM 600-KEEP-BACKORDER
                           MOVE 'BAD RECORD' TO ADL-STATUS
                           PERFORM 650-AGING-LINE
                      WHEN BC-CANCEL-DAYS > ZEROES
                           AND AGE-DAYS > BC-CANCEL-DAYS
                           PERFORM 500-CANCEL-BACKORDER
                      WHEN OTHER
                           PERFORM 600-KEEP-BACKORDER
                           IF AGE-DAYS > BC-AGE-DAYS
                                ADD 1 TO BF-AGED
                                MOVE 'OPEN' TO ADL-STATUS
                                PERFORM 650-AGING-LINE
                           END-IF
                 END-EVALUATE

            .

            400-TRY-FILL.
                 MOVE BOR-STATE TO IM-STATE
                 MOVE BOR-CITY TO IM-CITY
                 MOVE BOR-PROD-ID TO IM-PROD-ID
                 READ INVENTORY-MASTER-FILE
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF INVMAST-STATUS = '00'
                                AND IM-ON-HAND NOT < BOR-BOXES
                                SUBTRACT BOR-BOXES FROM IM-ON-HAND
                                REWRITE INVENTORY-MASTER-RECORD
                                     INVALID KEY
                                          CONTINUE
                                     NOT INVALID KEY
                                          IF INVMAST-STATUS = '00'
                                               PERFORM 450-RELEASE-FILL
                                          END-IF
                                END-REWRITE
                           END-IF
                 END-READ

            .

            450-RELEASE-FILL.
                 MOVE 'Y' TO FILLED-SW
                 ADD 1 TO BF-FILLED
                 ADD BOR-BOXES TO BF-FILLED-BOXES
                 MOVE SPACES TO BACKORDER-FILL-RECORD
                 MOVE BOR-STATE TO BFR-STATE
                 MOVE BOR-CITY TO BFR-CITY
                 MOVE BOR-CUST-ID TO BFR-CUST-ID
                 MOVE BOR-CUST-ID TO CM-CUST-ID
                 READ CUSTOMER-MASTER-FILE
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF CUSTMAST-STATUS = '00'
                                MOVE CM-CUST-NAME TO BFR-CUST-NAME
                                MOVE CM-RATING-CODE TO BFR-CUST-RATING
                           END-IF
                 END-READ
                 MOVE 'B' TO BFR-TRANS-TYPE
                 MOVE BOR-PROD-ID TO BFR-PROD-ID(1)
                 MOVE BOR-PROD-ID TO PM-PROD-ID
                 READ PRODUCT-MASTER-FILE
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF PRODMAST-STATUS = '00'
                                MOVE PM-TYPE-CODE TO BFR-PROD-CODE(1)
                           END-IF
                 END-READ
                 MOVE BOR-BOXES TO BFR-NUM-BOXES(1)
                 MOVE BOR-PRICE-PER TO BFR-PRICE-PER(1)
                 IF BOR-MONTH-BOUGHT-X IS NUMERIC
                      AND BOR-MONTH-BOUGHT > 0
                      AND BOR-MONTH-BOUGHT < 13
                      MOVE BOR-MONTH-BOUGHT TO BFR-MONTH-BOUGHT(1)
                 ELSE
                      MOVE BOR-RUN-MM TO BFR-MONTH-BOUGHT(1)
                 END-IF
                 MOVE BOR-ORDER-NO TO BFR-ORDER-NO
                 WRITE BACKORDER-FILL-RECORD
                 MOVE 'F' TO BTR-ACTION
                 PERFORM 700-WRITE-TRACE
                 MOVE BOR-STATE TO FDL-STATE
                 MOVE BOR-CITY TO FDL-CITY
                 MOVE BOR-CUST-ID TO FDL-CUST-ID
                 MOVE BOR-PROD-ID TO FDL-PROD-ID
                 MOVE BOR-BOXES TO FDL-BOXES
                 MOVE BOR-PRICE-PER TO FDL-PRICE
                 MOVE BOR-ORDER-NO TO FDL-ORDER-NO
                 MOVE BOR-RUN-DATE TO FDL-BO-DATE
                 MOVE AGE-DAYS TO FDL-AGE
                 MOVE IM-ON-HAND TO FDL-LEFT
                 WRITE FILL-REPORT-RECORD FROM FILL-DETAIL-LINE
                      AFTER ADVANCING 1

            .

            500-CANCEL-BACKORDER.
                 ADD 1 TO BF-CANCELLED
                 ADD BOR-BOXES TO BF-CANCEL-BOXES
                 MOVE 'C' TO BTR-ACTION
                 PERFORM 700-WRITE-TRACE
                 MOVE 'CANCELLED' TO ADL-STATUS
                 PERFORM 650-AGING-LINE

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

            600-KEEP-BACKORDER.
                 ADD 1 TO BF-KEPT
                 WRITE BACKORDER-RECORD FROM BO-WORK-RECORD

            .

            650-AGING-LINE.
                 MOVE BOR-STATE TO ADL-STATE
                 MOVE BOR-CITY TO ADL-CITY
                 MOVE BOR-CUST-ID TO ADL-CUST-ID
                 MOVE BOR-PROD-ID TO ADL-PROD-ID
                 IF BOR-BOXES IS NUMERIC
                      MOVE BOR-BOXES TO ADL-BOXES
                 ELSE
                      MOVE ZEROES TO ADL-BOXES
                 END-IF
                 MOVE BOR-ORDER-NO TO ADL-ORDER-NO
                 MOVE BOR-RUN-DATE TO ADL-BO-DATE
                 MOVE AGE-DAYS TO ADL-AGE
                 WRITE AGING-REPORT-RECORD FROM AGING-DETAIL-LINE
                      AFTER ADVANCING 1

            .

            700-WRITE-TRACE.
                 MOVE RUN-DATE TO BTR-DATE
                 MOVE AGE-DAYS TO BTR-AGE-DAYS
                 MOVE BO-WORK-RECORD TO BTR-IMAGE
                 WRITE BACKORDER-TRACE-RECORD

            .

            900-EOF-ROUTINE.
                 MOVE BF-FILLED TO FTL-LINES
                 MOVE BF-FILLED-BOXES TO FTL-BOXES
                 WRITE FILL-REPORT-RECORD FROM FILL-TOTAL-LINE
                      AFTER ADVANCING 2
                 MOVE BF-AGED TO AGT-AGED
                 MOVE BF-CANCELLED TO AGT-CANCELLED
                 MOVE BF-CANCEL-BOXES TO AGT-CANCEL-BOXES
                 WRITE AGING-REPORT-RECORD FROM AGING-TOTAL-LINE
                      AFTER ADVANCING 2
                 MOVE BF-READ TO ACL-READ
                 MOVE BF-FILLED TO ACL-FILLED
                 MOVE BF-KEPT TO ACL-KEPT
                 MOVE BF-BAD TO ACL-BAD
                 WRITE AGING-REPORT-RECORD FROM AGING-COUNT-LINE
                      AFTER ADVANCING 1
                 IF INVMAST-OPEN
                      CLOSE INVENTORY-MASTER-FILE
                 END-IF
                 CLOSE CUSTOMER-MASTER-FILE
                       PRODUCT-MASTER-FILE
                       BACKORDER-FILL-FILE
                       BACKORDER-TRACE-FILE
                       FILL-REPORT-FILE
                       AGING-REPORT-FILE

            .
