       IDENTIFICATION DIVISION.
       PROGRAM-ID. JJONESRERATE.
       AUTHOR. JONES.
      ********************************************************************
      *                  CUSTOMER RE-RATING REVIEW
      * CM-RATING-CODE picks the commission rate out of the
      * COMM-RATE-TABLE in the order run, but it only ever changes
      * when someone keys a CUSTTRAN.txt change by hand. This periodic
      * review scores every customer on the master against the rating
      * thresholds in the parameter file "RERATECTL.txt" and proposes
      * a new rating where the customer no longer fits the old one.
      *
      * Each customer is scored on two things:
      *   - trailing twelve-month net sales: the current month and the
      *     eleven before it, from the period summaries on ORDSUMM.txt
      *     plus the detail not yet closed into them on ORDHIST.txt
      *     (returns are already negative there, so this is net).
      *     Period close moves a detail record from one file to the
      *     other, so nothing is counted twice.
      *   - payment behavior from OPENITEM.txt: the oldest days past
      *     due on any invoice with a balance (age on the same 30/360
      *     basis as the statements, less 30 days terms) and the past
      *     due amount. Credit balances are netted against the past
      *     due amount; a customer whose credits cover everything past
      *     due is not treated as past due.
      * The proposed rating is the best (lowest) code whose minimum
      * net sales the customer reaches and whose maximum days past
      * due the customer does not exceed; a customer who fits none
      * gets rating 5.
      *
      * "RERATE-REPORT.txt" lists every customer with the current and
      * proposed rating and the numbers behind it, and the commission
      * change on the customer's twelve-month sales. A rep summary at
      * the end shows the commission impact on each sales rep. For
      * each proposed change a C-action transaction, in the
      * CUSTTRAN.txt layout with only the rating code and name filled
      * in, goes to "RERATE-TRANS.txt". Nothing is applied here: once
      * sales management approves the proposals the file is fed to
      * JJONESCUSTMNT as CUSTTRAN.txt, which applies and audits them
      * like any other change.
      *
      * A master that will not open stops the run with RETURN-CODE 16.
      * If the customer activity table fills, some activity was not
      * counted and the scores cannot be trusted, so the report still
      * prints but no transactions are written and the run ends with
      * RETURN-CODE 8.
      *
      * MODIFICATIONS:
      *   10/15/26  JJ  New program.
      ********************************************************************
      * INPUT: RERATE-PARM-FILE (RERATECTL.txt, OPTIONAL, 26 CHARACTERS,
      *        ONE RECORD PER RATING CODE; A CODE NOT ON THE FILE KEEPS
      *        ITS DEFAULT)
      *     RATING CODE        X      1     (1-5)
      *     FILLER             X      2
      *     MIN 12-MO SALES    9(9)   3-11  (WHOLE DOLLARS)
      *     FILLER             X      12
      *     MAX DAYS PAST DUE  9(3)   13-15
      *     FILLER             X      16
      *     RATING NAME        X(10)  17-26 (SPACES = LEAVE THE NAME
      *                                      ON THE MASTER ALONE)
      *   DEFAULTS:  1  500,000   0 DAYS     2  250,000  15 DAYS
      *              3  100,000  30 DAYS     4   25,000  60 DAYS
      *              5        0 999 DAYS
      *
      * INPUT: CUSTOMER-MASTER-FILE (INDEXED ON CM-CUST-ID)
      * INPUT: SUMMARY-FILE (ORDSUMM.txt, 47 CHARACTERS)
      * INPUT: ORDER-HISTORY-FILE (ORDHIST.txt, 51 CHARACTERS)
      * INPUT: OPEN-ITEM-FILE (OPENITEM.txt, 67 CHARACTERS)
      *
      * OUTPUT: RERATE-TRANS-FILE (RERATE-TRANS.txt, 111 CHARACTERS,
      *         CUSTTRAN.txt LAYOUT, ACTION C)
      * OUTPUT: RERATE-REPORT-FILE (RERATE-REPORT.txt)
      ********************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OPTIONAL RERATE-PARM-FILE
                ASSIGN TO 'RERATECTL.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT CUSTOMER-MASTER-FILE
                ASSIGN TO 'CUSTMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS CUSTMAST-STATUS.

             SELECT OPTIONAL SUMMARY-FILE
                ASSIGN TO 'ORDSUMM.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL ORDER-HISTORY-FILE
                ASSIGN TO 'ORDHIST.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL OPEN-ITEM-FILE
                ASSIGN TO 'OPENITEM.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT RERATE-TRANS-FILE
                ASSIGN TO 'RERATE-TRANS.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT RERATE-REPORT-FILE
                ASSIGN TO PRINTER 'RERATE-REPORT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            FD RERATE-PARM-FILE
                RECORD CONTAINS 26 CHARACTERS.

            01 RERATE-PARM-RECORD.
                05 RPR-CODE            PIC X.
                05 RPR-CODE-NUM REDEFINES RPR-CODE
                                       PIC 9.
                05 FILLER              PIC X.
                05 RPR-MIN-SALES       PIC 9(9).
                05 FILLER              PIC X.
                05 RPR-MAX-DAYS        PIC 9(3).
                05 FILLER              PIC X.
                05 RPR-NAME            PIC X(10).

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

            FD SUMMARY-FILE
                RECORD CONTAINS 47 CHARACTERS.

            01 SUMMARY-RECORD.
                05 SMR-PERIOD          PIC 9(6).
                05 FILLER              PIC X.
                05 SMR-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 SMR-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 SMR-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 SMR-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 SMR-BOXES           PIC S9(7)
                                       SIGN LEADING SEPARATE.
                05 FILLER              PIC X.
                05 SMR-VALUE           PIC S9(9)V99
                                       SIGN LEADING SEPARATE.

            FD ORDER-HISTORY-FILE
                RECORD CONTAINS 51 CHARACTERS.

            01 ORDER-HISTORY-RECORD.
                05 OHR-RUN-DATE        PIC 9(8).
                05 OHR-RUN-DATE-X REDEFINES OHR-RUN-DATE.
                    10 OHR-PERIOD      PIC 9(6).
                    10 OHR-DAY         PIC 99.
                05 FILLER              PIC X.
                05 OHR-STATE           PIC X(2).
                05 FILLER              PIC X.
                05 OHR-CITY            PIC X(2).
                05 FILLER              PIC X.
                05 OHR-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 OHR-PROD-ID         PIC X(5).
                05 FILLER              PIC X.
                05 OHR-BOXES           PIC S9(3)
                                       SIGN TRAILING SEPARATE.
                05 FILLER              PIC X.
                05 OHR-VALUE           PIC S9(6)V99
                                       SIGN TRAILING SEPARATE.
                05 FILLER              PIC X.
                05 OHR-ORDER-NO        PIC X(8).

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

            FD RERATE-TRANS-FILE
                RECORD CONTAINS 111 CHARACTERS.

            01 RERATE-TRANS-RECORD.
                05 RTR-ACTION          PIC X.
                05 FILLER              PIC X.
                05 RTR-CUST-ID         PIC X(6).
                05 RTR-CUST-NAME       PIC X(20).
                05 RTR-ADDRESS         PIC X(25).
                05 RTR-CITY            PIC X(15).
                05 RTR-STATE           PIC X(2).
                05 RTR-ZIP             PIC X(5).
                05 RTR-SALES-REP       PIC X(15).
                05 RTR-CREDIT-HOLD     PIC X.
                05 RTR-RATING-CODE     PIC X.
                05 RTR-RATING-NAME     PIC X(10).
                05 RTR-CREDIT-LIMIT    PIC X(9).

            FD RERATE-REPORT-FILE
                RECORD CONTAINS 132 CHARACTERS.

            01 RERATE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
            01 FLAGS-N-SWITCHES.
                05 PARM-EOF         PIC X       VALUE 'N'.
                05 CUST-EOF         PIC X       VALUE 'N'.
                05 ACT-EOF          PIC X       VALUE 'N'.
                05 ACT-FOUND-SW     PIC X       VALUE 'N'.
                    88 ACT-FOUND             VALUE 'Y'.
                05 ACT-FULL-SW      PIC X       VALUE 'N'.
                    88 ACT-TABLE-FULL        VALUE 'Y'.
                05 RATE-FOUND-SW    PIC X       VALUE 'N'.
                    88 RATE-FOUND            VALUE 'Y'.
                05 REP-FOUND-SW     PIC X       VALUE 'N'.
                    88 REP-FOUND             VALUE 'Y'.

            01 CUSTMAST-STATUS      PIC XX      VALUE '00'.

            01 RUN-DATE             PIC 9(8)    VALUE ZEROES.

            01 RUN-DATE-SPLIT REDEFINES RUN-DATE.
                05 RD-YEAR           PIC 9(4).
                05 RD-MONTH          PIC 99.
                05 RD-DAY            PIC 99.

            01 RUN-DATE-MONTH REDEFINES RUN-DATE.
                05 RUN-YYYYMM        PIC 9(6).
                05 FILLER            PIC 99.

            01 WINDOW-START          PIC 9(6)   VALUE ZEROES.

            01 WINDOW-START-SPLIT REDEFINES WINDOW-START.
                05 WIN-START-YEAR     PIC 9(4).
                05 WIN-START-MONTH    PIC 99.

            01 TERMS-DAYS            PIC 9(3)   VALUE 30.

            01 AGE-FIELDS.
                05 AGE-DAYS          PIC S9(6)  VALUE ZEROES.
                05 AGE-WORK          PIC S9(6)  VALUE ZEROES.
                05 AGE-DATE-HOLD     PIC 9(8)   VALUE ZEROES.
                05 AGE-DATE-SPLIT REDEFINES AGE-DATE-HOLD.
                    10 AGE-YEAR      PIC 9(4).
                    10 AGE-MONTH     PIC 99.
                    10 AGE-DAY       PIC 99.

            01 RERATE-COUNTERS.
                05 RR-PARM-READ      PIC 9(6)   VALUE ZEROES.
                05 RR-PARM-BAD       PIC 9(6)   VALUE ZEROES.
                05 RR-SUMM-USED      PIC 9(6)   VALUE ZEROES.
                05 RR-HIST-USED      PIC 9(6)   VALUE ZEROES.
                05 RR-ITEM-USED      PIC 9(6)   VALUE ZEROES.
                05 RR-NOT-COUNTED    PIC 9(6)   VALUE ZEROES.
                05 RR-REVIEWED       PIC 9(6)   VALUE ZEROES.
                05 RR-UPGRADES       PIC 9(6)   VALUE ZEROES.
                05 RR-DOWNGRADES     PIC 9(6)   VALUE ZEROES.
                05 RR-UNCHANGED      PIC 9(6)   VALUE ZEROES.
                05 RR-TRANS-OUT      PIC 9(6)   VALUE ZEROES.

            01 THRESHOLD-VALUES.
                05 FILLER            PIC X(22)
                   VALUE '1000500000000PREFERRED'.
                05 FILLER            PIC X(22)
                   VALUE '2000250000015EXCELLENT'.
                05 FILLER            PIC X(22)
                   VALUE '3000100000030GOOD     '.
                05 FILLER            PIC X(22)
                   VALUE '4000025000060FAIR     '.
                05 FILLER            PIC X(22)
                   VALUE '5000000000999POOR     '.

            01 THRESHOLD-TABLE REDEFINES THRESHOLD-VALUES.
                05 THT-ENTRY OCCURS 5 TIMES.
                    10 THT-CODE      PIC X.
                    10 THT-MIN-SALES PIC 9(9).
                    10 THT-MAX-DAYS  PIC 9(3).
                    10 THT-NAME      PIC X(9).

            01 THRESHOLD-NAMES.
                05 THN-NAME          PIC X(10)  OCCURS 5 TIMES.

            01 COMM-RATE-NUMBER.
                05                   PIC X(5)    VALUE '10500'.
                05                   PIC X(5)    VALUE '20400'.
                05                   PIC X(5)    VALUE '30300'.
                05                   PIC X(5)    VALUE '40200'.
                05                   PIC X(5)    VALUE '50100'.

            01 COMM-RATE-TABLE REDEFINES COMM-RATE-NUMBER.
                05 COMM-RATE-ITEM OCCURS 5 TIMES INDEXED BY CRT-INDEX.
                    10 CRT-CODE      PIC X.
                    10 CRT-RATE      PIC V9999.

            01 RATING-WORK-FIELDS.
                05 TH-SUB            PIC 9      VALUE ZEROES.
                05 RATE-CODE-HOLD    PIC X      VALUE SPACE.
                05 RATE-USED         PIC V9999  VALUE ZEROES.
                05 CUR-RATE          PIC V9999  VALUE ZEROES.
                05 PROP-RATE         PIC V9999  VALUE ZEROES.
                05 PROP-CODE         PIC X      VALUE SPACE.
                05 PROP-SUB          PIC 9      VALUE ZEROES.
                05 EFF-DAYS          PIC 9(5)   VALUE ZEROES.
                05 NET-PAST-DUE      PIC S9(9)V99 VALUE ZEROES.
                05 CUR-COMM          PIC S9(9)V99 VALUE ZEROES.
                05 PROP-COMM         PIC S9(9)V99 VALUE ZEROES.
                05 COMM-CHANGE       PIC S9(9)V99 VALUE ZEROES.

            01 ACTIVITY-FIELDS.
                05 ACT-COUNT         PIC 9(4)   VALUE ZEROES.
                05 ACT-SUB           PIC 9(4)   VALUE ZEROES.
                05 ACT-USE-SUB       PIC 9(4)   VALUE ZEROES.
                05 ACT-MAX-ENTRIES   PIC 9(4)   VALUE 2000.
                05 ACT-CUST-HOLD     PIC X(6)   VALUE SPACES.

            01 ACTIVITY-TABLE.
                05 ACT-ENTRY OCCURS 2000 TIMES.
                    10 ACT-CUST-ID   PIC X(6).
                    10 ACT-NET-SALES PIC S9(11)V99.
                    10 ACT-PAST-DUE  PIC S9(9)V99.
                    10 ACT-CREDITS   PIC S9(9)V99.
                    10 ACT-DAYS      PIC 9(5).

            01 CUST-SCORE-FIELDS.
                05 CS-NET-SALES      PIC S9(11)V99 VALUE ZEROES.
                05 CS-PAST-DUE       PIC S9(9)V99  VALUE ZEROES.
                05 CS-CREDITS        PIC S9(9)V99  VALUE ZEROES.
                05 CS-DAYS           PIC 9(5)      VALUE ZEROES.

            01 REP-TABLE-FIELDS.
                05 REP-COUNT         PIC 99     VALUE ZEROES.
                05 REP-SUB           PIC 99     VALUE ZEROES.
                05 REP-USE-SUB       PIC 99     VALUE ZEROES.
                05 REP-MAX-ENTRIES   PIC 99     VALUE 50.

            01 REP-TABLE.
                05 REP-ENTRY OCCURS 50 TIMES.
                    10 RPT-NAME      PIC X(15).
                    10 RPT-CUR-COMM  PIC S9(9)V99.
                    10 RPT-PROP-COMM PIC S9(9)V99.
                    10 RPT-CHANGED   PIC 9(6).

            01 REPORT-TITLE-LINE.
                05 FILLER              PIC X(30).
                05                     PIC X(40)
                   VALUE 'CUSTOMER RE-RATING REVIEW - RUN DATE    '.
                05 RTL-RUN-DATE        PIC 9(8).
                05                     PIC X(17)
                   VALUE '   SALES MONTHS  '.
                05 RTL-START           PIC 9(6).
                05                     PIC X(4)    VALUE ' TO '.
                05 RTL-END             PIC 9(6).

            01 THRESHOLD-HEAD-LINE.
                05                     PIC X(40)
                   VALUE 'RATING  NAME          MIN 12-MO SALES   '.
                05                     PIC X(30)
                   VALUE 'MAX DAYS PAST DUE   COMM RATE '.

            01 THRESHOLD-LINE.
                05 FILLER              PIC X(3).
                05 THL-CODE            PIC X.
                05 FILLER              PIC X(4).
                05 THL-NAME            PIC X(10).
                05 FILLER              PIC X(7).
                05 THL-MIN-SALES       PIC $$$$,$$$,$$9.
                05 FILLER              PIC X(17).
                05 THL-MAX-DAYS        PIC ZZ9.
                05 FILLER              PIC X(7).
                05 THL-RATE            PIC 9.99.
                05                     PIC X       VALUE '%'.

            01 PARM-BAD-LINE.
                05                     PIC X(32)
                   VALUE 'PARAMETER RECORD IGNORED:       '.
                05 PBL-IMAGE           PIC X(26).

            01 REPORT-COL-LINE.
                05                     PIC X(7)    VALUE 'CUST   '.
                05                     PIC X(21)
                   VALUE 'CUSTOMER NAME        '.
                05                     PIC X(16)
                   VALUE 'SALES REP       '.
                05                     PIC X(16)
                   VALUE '12-MO NET SALES '.
                05                     PIC X(16)
                   VALUE '   PAST DUE AMT '.
                05                     PIC X(6)    VALUE ' DAYS '.
                05                     PIC X(15)
                   VALUE '     CREDIT BAL'.
                05                     PIC X(10)
                   VALUE ' CUR PROP '.
                05                     PIC X(16)
                   VALUE '    COMM CHANGE '.
                05                     PIC X(9)    VALUE 'ACTION   '.

            01 REPORT-DETAIL-LINE.
                05 RDL-CUST-ID         PIC X(6).
                05 FILLER              PIC X.
                05 RDL-CUST-NAME       PIC X(20).
                05 FILLER              PIC X.
                05 RDL-SALES-REP       PIC X(15).
                05 FILLER              PIC X.
                05 RDL-NET-SALES       PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X.
                05 RDL-PAST-DUE        PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X.
                05 RDL-DAYS            PIC ZZZZ9.
                05 FILLER              PIC X.
                05 RDL-CREDITS         PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X(2).
                05 RDL-CUR-CODE        PIC X.
                05 FILLER              PIC X(4).
                05 RDL-PROP-CODE       PIC X.
                05 FILLER              PIC X(2).
                05 RDL-COMM-CHANGE     PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X.
                05 RDL-ACTION          PIC X(9).

            01 REP-HEAD-LINE.
                05                     PIC X(18)
                   VALUE 'SALES REP         '.
                05                     PIC X(18)
                   VALUE '   CURRENT COMM   '.
                05                     PIC X(18)
                   VALUE '  PROPOSED COMM   '.
                05                     PIC X(18)
                   VALUE '        CHANGE    '.
                05                     PIC X(10)
                   VALUE '  RTG CHGS'.

            01 REP-DETAIL-LINE.
                05 RPL-NAME            PIC X(15).
                05 FILLER              PIC X(3).
                05 RPL-CUR-COMM        PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X(3).
                05 RPL-PROP-COMM       PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X(3).
                05 RPL-CHANGE          PIC $$$,$$$,$$9.99-.
                05 FILLER              PIC X(6).
                05 RPL-CHANGED         PIC ZZZ,ZZ9.

            01 COUNT-LINE.
                05 CL-LABEL            PIC X(40).
                05 CL-COUNT            PIC ZZZ,ZZ9.

            01 OPEN-FAIL-LINE.
                05                     PIC X(38)
                   VALUE '*** CUSTMAST.txt OPEN FAILED - STATUS '.
                05 OFL-STATUS          PIC XX.
                05                     PIC X(4)    VALUE ' ***'.

            01 WARNING-LINE.
                05                     PIC X(40)
                   VALUE '*** CUSTOMER ACTIVITY TABLE FULL - SOME '.
                05                     PIC X(40)
                   VALUE 'ACTIVITY NOT COUNTED, NO TRANSACTIONS   '.
                05                     PIC X(12)
                   VALUE 'WRITTEN ***'.

       PROCEDURE DIVISION.

            100-MAIN-ROUTINE.
                PERFORM 150-HOUSEKEEPING
                IF CUSTMAST-STATUS = '00'
                     PERFORM 200-LOAD-SUMMARY
                     PERFORM 220-LOAD-HISTORY
                     PERFORM 240-LOAD-OPEN-ITEMS
                     PERFORM 300-REVIEW-CUSTOMERS
                     PERFORM 900-EOF-ROUTINE
                     IF ACT-TABLE-FULL
                          MOVE 8 TO RETURN-CODE
                     END-IF
                ELSE
                     MOVE 16 TO RETURN-CODE
                END-IF
                STOP RUN
            .

            150-HOUSEKEEPING.
                 ACCEPT RUN-DATE FROM DATE YYYYMMDD
                 IF RD-MONTH = 12
                      MOVE RD-YEAR TO WIN-START-YEAR
                      MOVE 01 TO WIN-START-MONTH
                 ELSE
                      SUBTRACT 1 FROM RD-YEAR GIVING WIN-START-YEAR
                      ADD 1 TO RD-MONTH GIVING WIN-START-MONTH
                 END-IF
                 MOVE THT-NAME(1) TO THN-NAME(1)
                 MOVE THT-NAME(2) TO THN-NAME(2)
                 MOVE THT-NAME(3) TO THN-NAME(3)
                 MOVE THT-NAME(4) TO THN-NAME(4)
                 MOVE THT-NAME(5) TO THN-NAME(5)
                 OPEN OUTPUT RERATE-REPORT-FILE
                 MOVE RUN-DATE TO RTL-RUN-DATE
                 MOVE WINDOW-START TO RTL-START
                 MOVE RUN-YYYYMM TO RTL-END
                 WRITE RERATE-REPORT-RECORD FROM REPORT-TITLE-LINE
                 OPEN INPUT CUSTOMER-MASTER-FILE
                 IF CUSTMAST-STATUS NOT = '00'
                      MOVE CUSTMAST-STATUS TO OFL-STATUS
                      WRITE RERATE-REPORT-RECORD FROM OPEN-FAIL-LINE
                           AFTER ADVANCING 2
                      CLOSE RERATE-REPORT-FILE
                 ELSE
                      OPEN OUTPUT RERATE-TRANS-FILE
                      PERFORM 160-LOAD-PARMS
                      WRITE RERATE-REPORT-RECORD
                           FROM THRESHOLD-HEAD-LINE
                           AFTER ADVANCING 2
                      PERFORM 170-PRINT-THRESHOLD
                           VARYING TH-SUB FROM 1 BY 1
                           UNTIL TH-SUB > 5
                      WRITE RERATE-REPORT-RECORD FROM REPORT-COL-LINE
                           AFTER ADVANCING 2
                 END-IF

            .

            160-LOAD-PARMS.
                 MOVE 'N' TO PARM-EOF
                 OPEN INPUT RERATE-PARM-FILE
                 PERFORM UNTIL PARM-EOF = 'Y'
                      READ RERATE-PARM-FILE
                           AT END
                                MOVE 'Y' TO PARM-EOF
                           NOT AT END
                                ADD 1 TO RR-PARM-READ
                                PERFORM 165-APPLY-PARM
                      END-READ
                 END-PERFORM
                 CLOSE RERATE-PARM-FILE

            .

            165-APPLY-PARM.
                 IF RPR-CODE < '1' OR RPR-CODE > '5'
                      OR RPR-MIN-SALES NOT NUMERIC
                      OR RPR-MAX-DAYS NOT NUMERIC
                      ADD 1 TO RR-PARM-BAD
                      MOVE RERATE-PARM-RECORD TO PBL-IMAGE
                      WRITE RERATE-REPORT-RECORD FROM PARM-BAD-LINE
                           AFTER ADVANCING 1
                 ELSE
                      MOVE RPR-MIN-SALES
                           TO THT-MIN-SALES(RPR-CODE-NUM)
                      MOVE RPR-MAX-DAYS TO THT-MAX-DAYS(RPR-CODE-NUM)
                      MOVE RPR-NAME TO THN-NAME(RPR-CODE-NUM)
                 END-IF

            .

            170-PRINT-THRESHOLD.
                 MOVE THT-CODE(TH-SUB) TO THL-CODE
                 MOVE THN-NAME(TH-SUB) TO THL-NAME
                 MOVE THT-MIN-SALES(TH-SUB) TO THL-MIN-SALES
                 MOVE THT-MAX-DAYS(TH-SUB) TO THL-MAX-DAYS
                 MOVE THT-CODE(TH-SUB) TO RATE-CODE-HOLD
                 PERFORM 560-LOOKUP-RATE
                 COMPUTE THL-RATE = RATE-USED * 100
                 WRITE RERATE-REPORT-RECORD FROM THRESHOLD-LINE
                      AFTER ADVANCING 1

            .

            200-LOAD-SUMMARY.
                 MOVE 'N' TO ACT-EOF
                 OPEN INPUT SUMMARY-FILE
                 PERFORM UNTIL ACT-EOF = 'Y'
                      READ SUMMARY-FILE
                           AT END
                                MOVE 'Y' TO ACT-EOF
                           NOT AT END
                                PERFORM 210-SUMMARY-ONE
                      END-READ
                 END-PERFORM
                 CLOSE SUMMARY-FILE

            .

            210-SUMMARY-ONE.
                 IF SMR-PERIOD IS NUMERIC
                      AND SMR-VALUE IS NUMERIC
                      AND SMR-PERIOD NOT < WINDOW-START
                      AND SMR-PERIOD NOT > RUN-YYYYMM
                      MOVE SMR-CUST-ID TO ACT-CUST-HOLD
                      PERFORM 500-ACT-FIND-OR-ADD
                      IF ACT-USE-SUB > 0
                           ADD SMR-VALUE TO ACT-NET-SALES(ACT-USE-SUB)
                           ADD 1 TO RR-SUMM-USED
                      END-IF
                 END-IF

            .

            220-LOAD-HISTORY.
                 MOVE 'N' TO ACT-EOF
                 OPEN INPUT ORDER-HISTORY-FILE
                 PERFORM UNTIL ACT-EOF = 'Y'
                      READ ORDER-HISTORY-FILE
                           AT END
                                MOVE 'Y' TO ACT-EOF
                           NOT AT END
                                PERFORM 230-HISTORY-ONE
                      END-READ
                 END-PERFORM
                 CLOSE ORDER-HISTORY-FILE

            .

            230-HISTORY-ONE.
                 IF OHR-RUN-DATE IS NUMERIC
                      AND OHR-VALUE IS NUMERIC
                      AND OHR-PERIOD NOT < WINDOW-START
                      AND OHR-PERIOD NOT > RUN-YYYYMM
                      MOVE OHR-CUST-ID TO ACT-CUST-HOLD
                      PERFORM 500-ACT-FIND-OR-ADD
                      IF ACT-USE-SUB > 0
                           ADD OHR-VALUE TO ACT-NET-SALES(ACT-USE-SUB)
                           ADD 1 TO RR-HIST-USED
                      END-IF
                 END-IF

            .

            240-LOAD-OPEN-ITEMS.
                 MOVE 'N' TO ACT-EOF
                 OPEN INPUT OPEN-ITEM-FILE
                 PERFORM UNTIL ACT-EOF = 'Y'
                      READ OPEN-ITEM-FILE
                           AT END
                                MOVE 'Y' TO ACT-EOF
                           NOT AT END
                                PERFORM 250-OPEN-ITEM-ONE
                      END-READ
                 END-PERFORM
                 CLOSE OPEN-ITEM-FILE

            .

            250-OPEN-ITEM-ONE.
                 IF OIR-BALANCE IS NUMERIC
                      AND OIR-BALANCE NOT = ZEROES
                      MOVE OIR-CUST-ID TO ACT-CUST-HOLD
                      PERFORM 500-ACT-FIND-OR-ADD
                      IF ACT-USE-SUB > 0
                           ADD 1 TO RR-ITEM-USED
                           IF OIR-BALANCE < ZEROES
                                ADD OIR-BALANCE
                                     TO ACT-CREDITS(ACT-USE-SUB)
                           ELSE
                                MOVE OIR-INV-DATE TO AGE-DATE-HOLD
                                PERFORM 530-CALC-AGE
                                SUBTRACT TERMS-DAYS FROM AGE-DAYS
                                IF AGE-DAYS > ZEROES
                                     ADD OIR-BALANCE
                                          TO ACT-PAST-DUE(ACT-USE-SUB)
                                     IF AGE-DAYS > ACT-DAYS(ACT-USE-SUB)
                                          MOVE AGE-DAYS
                                               TO ACT-DAYS(ACT-USE-SUB)
                                     END-IF
                                END-IF
                           END-IF
                      END-IF
                 END-IF

            .

            300-REVIEW-CUSTOMERS.
                 MOVE 'N' TO CUST-EOF
                 MOVE LOW-VALUES TO CM-CUST-ID
                 START CUSTOMER-MASTER-FILE
                      KEY NOT LESS THAN CM-CUST-ID
                      INVALID KEY
                           MOVE 'Y' TO CUST-EOF
                 END-START
                 PERFORM UNTIL CUST-EOF = 'Y'
                      READ CUSTOMER-MASTER-FILE NEXT RECORD
                           AT END
                                MOVE 'Y' TO CUST-EOF
                           NOT AT END
                                PERFORM 310-REVIEW-ONE
                      END-READ
                 END-PERFORM

            .

            310-REVIEW-ONE.
                 ADD 1 TO RR-REVIEWED
                 PERFORM 320-GET-SCORE
                 PERFORM 330-PROPOSE-RATING
                 MOVE CM-RATING-CODE TO RATE-CODE-HOLD
                 PERFORM 560-LOOKUP-RATE
                 MOVE RATE-USED TO CUR-RATE
                 MOVE PROP-CODE TO RATE-CODE-HOLD
                 PERFORM 560-LOOKUP-RATE
                 MOVE RATE-USED TO PROP-RATE
                 MULTIPLY CS-NET-SALES BY CUR-RATE
                      GIVING CUR-COMM ROUNDED
                 MULTIPLY CS-NET-SALES BY PROP-RATE
                      GIVING PROP-COMM ROUNDED
                 SUBTRACT CUR-COMM FROM PROP-COMM GIVING COMM-CHANGE
                 MOVE SPACES TO REPORT-DETAIL-LINE
                 EVALUATE TRUE
                      WHEN PROP-CODE = CM-RATING-CODE
                           ADD 1 TO RR-UNCHANGED
                           MOVE 'NO CHANGE' TO RDL-ACTION
                      WHEN CM-RATING-CODE < '1'
                           OR CM-RATING-CODE > '5'
                           OR PROP-CODE < CM-RATING-CODE
                           ADD 1 TO RR-UPGRADES
                           MOVE 'UPGRADE' TO RDL-ACTION
                           PERFORM 340-WRITE-PROPOSAL
                      WHEN OTHER
                           ADD 1 TO RR-DOWNGRADES
                           MOVE 'DOWNGRADE' TO RDL-ACTION
                           PERFORM 340-WRITE-PROPOSAL
                 END-EVALUATE
                 PERFORM 350-REP-ROLLUP
                 MOVE CM-CUST-ID TO RDL-CUST-ID
                 MOVE CM-CUST-NAME TO RDL-CUST-NAME
                 MOVE CM-SALES-REP TO RDL-SALES-REP
                 MOVE CS-NET-SALES TO RDL-NET-SALES
                 MOVE CS-PAST-DUE TO RDL-PAST-DUE
                 MOVE CS-DAYS TO RDL-DAYS
                 MOVE CS-CREDITS TO RDL-CREDITS
                 MOVE CM-RATING-CODE TO RDL-CUR-CODE
                 MOVE PROP-CODE TO RDL-PROP-CODE
                 MOVE COMM-CHANGE TO RDL-COMM-CHANGE
                 WRITE RERATE-REPORT-RECORD FROM REPORT-DETAIL-LINE
                      AFTER ADVANCING 1

            .

            320-GET-SCORE.
                 MOVE ZEROES TO CS-NET-SALES CS-PAST-DUE CS-CREDITS
                                CS-DAYS
                 MOVE CM-CUST-ID TO ACT-CUST-HOLD
                 MOVE 'N' TO ACT-FOUND-SW
                 PERFORM 510-ACT-SCAN
                      VARYING ACT-SUB FROM 1 BY 1
                      UNTIL ACT-SUB > ACT-COUNT OR ACT-FOUND
                 IF ACT-FOUND
                      SUBTRACT 1 FROM ACT-SUB
                      MOVE ACT-NET-SALES(ACT-SUB) TO CS-NET-SALES
                      MOVE ACT-PAST-DUE(ACT-SUB) TO CS-PAST-DUE
                      MOVE ACT-CREDITS(ACT-SUB) TO CS-CREDITS
                      MOVE ACT-DAYS(ACT-SUB) TO CS-DAYS
                 END-IF
                 ADD CS-PAST-DUE CS-CREDITS GIVING NET-PAST-DUE
                 IF NET-PAST-DUE > ZEROES
                      MOVE CS-DAYS TO EFF-DAYS
                 ELSE
                      MOVE ZEROES TO EFF-DAYS
                 END-IF

            .

            330-PROPOSE-RATING.
                 MOVE ZEROES TO PROP-SUB
                 PERFORM 335-THRESHOLD-TEST
                      VARYING TH-SUB FROM 1 BY 1
                      UNTIL TH-SUB > 5 OR PROP-SUB > 0
                 IF PROP-SUB = 0
                      MOVE 5 TO PROP-SUB
                 END-IF
                 MOVE THT-CODE(PROP-SUB) TO PROP-CODE

            .

            335-THRESHOLD-TEST.
                 IF CS-NET-SALES NOT < THT-MIN-SALES(TH-SUB)
                      AND EFF-DAYS NOT > THT-MAX-DAYS(TH-SUB)
                      MOVE TH-SUB TO PROP-SUB
                 END-IF

            .

            340-WRITE-PROPOSAL.
                 MOVE SPACES TO RERATE-TRANS-RECORD
                 MOVE 'C' TO RTR-ACTION
                 MOVE CM-CUST-ID TO RTR-CUST-ID
                 MOVE PROP-CODE TO RTR-RATING-CODE
                 MOVE THN-NAME(PROP-SUB) TO RTR-RATING-NAME
                 IF NOT ACT-TABLE-FULL
                      WRITE RERATE-TRANS-RECORD
                      ADD 1 TO RR-TRANS-OUT
                 END-IF

            .

            350-REP-ROLLUP.
                 MOVE 'N' TO REP-FOUND-SW
                 MOVE ZEROES TO REP-USE-SUB
                 PERFORM 355-REP-SCAN
                      VARYING REP-SUB FROM 1 BY 1
                      UNTIL REP-SUB > REP-COUNT OR REP-FOUND
                 IF NOT REP-FOUND
                      AND REP-COUNT < REP-MAX-ENTRIES
                      ADD 1 TO REP-COUNT
                      MOVE REP-COUNT TO REP-USE-SUB
                      MOVE CM-SALES-REP TO RPT-NAME(REP-USE-SUB)
                      MOVE ZEROES TO RPT-CUR-COMM(REP-USE-SUB)
                                     RPT-PROP-COMM(REP-USE-SUB)
                                     RPT-CHANGED(REP-USE-SUB)
                 END-IF
                 IF REP-USE-SUB > 0
                      ADD CUR-COMM TO RPT-CUR-COMM(REP-USE-SUB)
                      ADD PROP-COMM TO RPT-PROP-COMM(REP-USE-SUB)
                      IF PROP-CODE NOT = CM-RATING-CODE
                           ADD 1 TO RPT-CHANGED(REP-USE-SUB)
                      END-IF
                 END-IF

            .

            355-REP-SCAN.
                 IF RPT-NAME(REP-SUB) = CM-SALES-REP
                      MOVE 'Y' TO REP-FOUND-SW
                      MOVE REP-SUB TO REP-USE-SUB
                 END-IF

            .

            500-ACT-FIND-OR-ADD.
                 MOVE 'N' TO ACT-FOUND-SW
                 MOVE ZEROES TO ACT-USE-SUB
                 PERFORM 510-ACT-SCAN
                      VARYING ACT-SUB FROM 1 BY 1
                      UNTIL ACT-SUB > ACT-COUNT OR ACT-FOUND
                 IF ACT-FOUND
                      SUBTRACT 1 FROM ACT-SUB GIVING ACT-USE-SUB
                 ELSE
                      IF ACT-COUNT < ACT-MAX-ENTRIES
                           ADD 1 TO ACT-COUNT
                           MOVE ACT-COUNT TO ACT-USE-SUB
                           MOVE ACT-CUST-HOLD
                                TO ACT-CUST-ID(ACT-USE-SUB)
                           MOVE ZEROES TO ACT-NET-SALES(ACT-USE-SUB)
                                          ACT-PAST-DUE(ACT-USE-SUB)
                                          ACT-CREDITS(ACT-USE-SUB)
                                          ACT-DAYS(ACT-USE-SUB)
                      ELSE
                           MOVE 'Y' TO ACT-FULL-SW
                           ADD 1 TO RR-NOT-COUNTED
                      END-IF
                 END-IF

            .

            510-ACT-SCAN.
                 IF ACT-CUST-ID(ACT-SUB) = ACT-CUST-HOLD
                      MOVE 'Y' TO ACT-FOUND-SW
                 END-IF

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

            560-LOOKUP-RATE.
                 SET CRT-INDEX TO 1
                 SEARCH COMM-RATE-ITEM
                      AT END
                           MOVE 0.0100 TO RATE-USED
                      WHEN CRT-CODE(CRT-INDEX) = RATE-CODE-HOLD
                           MOVE CRT-RATE(CRT-INDEX) TO RATE-USED
                 END-SEARCH

            .

            900-EOF-ROUTINE.
                 WRITE RERATE-REPORT-RECORD FROM REP-HEAD-LINE
                      AFTER ADVANCING 3
                 PERFORM 910-REP-LINE
                      VARYING REP-SUB FROM 1 BY 1
                      UNTIL REP-SUB > REP-COUNT
                 MOVE 'CUSTOMERS REVIEWED' TO CL-LABEL
                 MOVE RR-REVIEWED TO CL-COUNT
                 WRITE RERATE-REPORT-RECORD FROM COUNT-LINE
                      AFTER ADVANCING 3
                 MOVE 'PROPOSED UPGRADES' TO CL-LABEL
                 MOVE RR-UPGRADES TO CL-COUNT
                 WRITE RERATE-REPORT-RECORD FROM COUNT-LINE
                      AFTER ADVANCING 1
                 MOVE 'PROPOSED DOWNGRADES' TO CL-LABEL
                 MOVE RR-DOWNGRADES TO CL-COUNT
                 WRITE RERATE-REPORT-RECORD FROM COUNT-LINE
                      AFTER ADVANCING 1
                 MOVE 'RATINGS UNCHANGED' TO CL-LABEL
                 MOVE RR-UNCHANGED TO CL-COUNT
                 WRITE RERATE-REPORT-RECORD FROM COUNT-LINE
                      AFTER ADVANCING 1
                 MOVE 'TRANSACTIONS WRITTEN TO RERATE-TRANS' TO CL-LABEL
                 MOVE RR-TRANS-OUT TO CL-COUNT
                 WRITE RERATE-REPORT-RECORD FROM COUNT-LINE
                      AFTER ADVANCING 1
                 MOVE 'ORDSUMM RECORDS IN SALES WINDOW' TO CL-LABEL
                 MOVE RR-SUMM-USED TO CL-COUNT
                 WRITE RERATE-REPORT-RECORD FROM COUNT-LINE
                      AFTER ADVANCING 2
                 MOVE 'ORDHIST RECORDS IN SALES WINDOW' TO CL-LABEL
                 MOVE RR-HIST-USED TO CL-COUNT
                 WRITE RERATE-REPORT-RECORD FROM COUNT-LINE
                      AFTER ADVANCING 1
                 MOVE 'OPENITEM RECORDS WITH A BALANCE' TO CL-LABEL
                 MOVE RR-ITEM-USED TO CL-COUNT
                 WRITE RERATE-REPORT-RECORD FROM COUNT-LINE
                      AFTER ADVANCING 1
                 MOVE 'PARAMETER RECORDS READ' TO CL-LABEL
                 MOVE RR-PARM-READ TO CL-COUNT
                 WRITE RERATE-REPORT-RECORD FROM COUNT-LINE
                      AFTER ADVANCING 1
                 MOVE 'PARAMETER RECORDS IGNORED' TO CL-LABEL
                 MOVE RR-PARM-BAD TO CL-COUNT
                 WRITE RERATE-REPORT-RECORD FROM COUNT-LINE
                      AFTER ADVANCING 1
                 IF ACT-TABLE-FULL
                      MOVE 'ACTIVITY RECORDS NOT COUNTED' TO CL-LABEL
                      MOVE RR-NOT-COUNTED TO CL-COUNT
                      WRITE RERATE-REPORT-RECORD FROM COUNT-LINE
                           AFTER ADVANCING 1
                      WRITE RERATE-REPORT-RECORD FROM WARNING-LINE
                           AFTER ADVANCING 2
                 END-IF
                 CLOSE CUSTOMER-MASTER-FILE
                       RERATE-TRANS-FILE
                       RERATE-REPORT-FILE

            .

            910-REP-LINE.
                 MOVE SPACES TO REP-DETAIL-LINE
                 MOVE RPT-NAME(REP-SUB) TO RPL-NAME
                 MOVE RPT-CUR-COMM(REP-SUB) TO RPL-CUR-COMM
                 MOVE RPT-PROP-COMM(REP-SUB) TO RPL-PROP-COMM
                 SUBTRACT RPT-CUR-COMM(REP-SUB)
                      FROM RPT-PROP-COMM(REP-SUB)
                      GIVING COMM-CHANGE
                 MOVE COMM-CHANGE TO RPL-CHANGE
                 MOVE RPT-CHANGED(REP-SUB) TO RPL-CHANGED
                 WRITE RERATE-REPORT-RECORD FROM REP-DETAIL-LINE
                      AFTER ADVANCING 1

            .
