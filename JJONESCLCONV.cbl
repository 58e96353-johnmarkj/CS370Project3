       IDENTIFICATION DIVISION.
       PROGRAM-ID. JJONESCLCONV.
       AUTHOR. JONES.
      ********************************************************************
      *          ONE-TIME CUSTOMER MASTER CONVERSION (100 -> 109)
      * The customer master now carries a credit limit
      * (CM-CREDIT-LIMIT 9(7)V99) at the end of the record. This
      * program does the one-time re-layout: every customer on the
      * old 100-byte master is written to the new 109-byte master
      * with a credit limit of zero, which the order run treats as
      * no limit, so nothing changes until credit sets real limits
      * through CUSTTRAN.txt.
      *
      * OPERATING PROCEDURE: rename CUSTMAST.txt to CUSTMAST-OLD.txt
      * first; this program reads the old master there and writes
      * the converted CUSTMAST.txt. If CUSTMAST-OLD.txt is missing
      * or empty - the rename was forgotten - the run stops with
      * RETURN-CODE 16 BEFORE touching the live CUSTMAST.txt, the
      * same guard JJONESCUSTCONV carries.
      *
      * MODIFICATIONS:
      *   10/15/26  JJ  New program.
      ********************************************************************
      * INPUT:  CUSTMAST-OLD.txt (INDEXED, 100, NO CREDIT LIMIT)
      * OUTPUT: CUSTMAST.txt (INDEXED, 109, CREDIT LIMIT ZERO)
      * OUTPUT: CLCONV-REPORT.txt - COUNTS AND STATUS
      ********************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OPTIONAL CUSTMAST-OLD-FILE
                ASSIGN TO 'CUSTMAST-OLD.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CMO-CUST-ID
                FILE STATUS IS CUSTOLD-STATUS.

             SELECT CUSTOMER-MASTER-FILE
                ASSIGN TO 'CUSTMAST.txt'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-CUST-ID
                FILE STATUS IS CUSTMAST-STATUS.

             SELECT CONV-REPORT-FILE
                ASSIGN TO PRINTER 'CLCONV-REPORT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            FD CUSTMAST-OLD-FILE
                RECORD CONTAINS 100 CHARACTERS.

            01 CUSTMAST-OLD-RECORD.
                05 CMO-CUST-ID         PIC X(6).
                05 CMO-CUST-NAME       PIC X(20).
                05 CMO-ADDRESS         PIC X(25).
                05 CMO-CITY            PIC X(15).
                05 CMO-STATE           PIC X(2).
                05 CMO-ZIP             PIC X(5).
                05 CMO-SALES-REP       PIC X(15).
                05 CMO-CREDIT-HOLD     PIC X.
                05 CMO-RATING-CODE     PIC X.
                05 CMO-RATING-NAME     PIC X(10).

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

            FD CONV-REPORT-FILE
                RECORD CONTAINS 80 CHARACTERS.

            01 CONV-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
            01 FLAGS-N-SWITCHES.
                05 CUSTOLD-EOF      PIC X       VALUE 'N'.
                05 ANY-FAIL-SW      PIC X       VALUE 'N'.
                    88 ANY-FAILED            VALUE 'Y'.

            01 CUSTOLD-STATUS       PIC XX      VALUE '00'.

            01 CUSTMAST-STATUS      PIC XX      VALUE '00'.

            01 RUN-DATE             PIC 9(8)    VALUE ZEROES.

            01 CONV-COUNTERS.
                05 MC-IN-COUNT       PIC 9(6)   VALUE ZEROES.
                05 MC-OUT-COUNT      PIC 9(6)   VALUE ZEROES.

            01 CONV-TITLE-LINE.
                05                     PIC X(38)
                   VALUE 'CUSTOMER MASTER CONVERSION (100 -> 109'.
                05                     PIC X(4)    VALUE ') - '.
                05 CTL-RUN-DATE        PIC 9(8).

            01 CONV-FILE-LINE.
                05 CFL-FILE-NAME       PIC X(16)   VALUE 'CUSTMAST'.
                05 FILLER              PIC X.
                05                     PIC X(3)    VALUE 'IN='.
                05 CFL-IN              PIC 9(6).
                05                     PIC X(5)    VALUE ' OUT='.
                05 CFL-OUT             PIC 9(6).
                05 FILLER              PIC X.
                05 CFL-STATUS          PIC X(16).

       PROCEDURE DIVISION.

            100-MAIN-ROUTINE.
                PERFORM 150-HOUSEKEEPING
                PERFORM 200-CONVERT-MASTER
                PERFORM 900-EOF-ROUTINE
                IF ANY-FAILED
                     MOVE 16 TO RETURN-CODE
                END-IF
                STOP RUN
            .

            150-HOUSEKEEPING.
                 ACCEPT RUN-DATE FROM DATE YYYYMMDD
                 OPEN OUTPUT CONV-REPORT-FILE
                 MOVE RUN-DATE TO CTL-RUN-DATE
                 WRITE CONV-REPORT-RECORD FROM CONV-TITLE-LINE

            .

            200-CONVERT-MASTER.
                 MOVE 'N' TO CUSTOLD-EOF
                 OPEN INPUT CUSTMAST-OLD-FILE
                 IF CUSTOLD-STATUS NOT = '00'
                      MOVE 'Y' TO ANY-FAIL-SW
                      MOVE 'OLD MASTER GONE' TO CFL-STATUS
                      CLOSE CUSTMAST-OLD-FILE
                 ELSE
                      MOVE LOW-VALUES TO CMO-CUST-ID
                      START CUSTMAST-OLD-FILE
                           KEY NOT LESS THAN CMO-CUST-ID
                           INVALID KEY
                                MOVE 'Y' TO CUSTOLD-EOF
                      END-START
                      IF CUSTOLD-STATUS NOT = '00'
                           MOVE 'Y' TO CUSTOLD-EOF
                      END-IF
                      IF CUSTOLD-EOF = 'N'
                           READ CUSTMAST-OLD-FILE NEXT RECORD
                                AT END
                                     MOVE 'Y' TO CUSTOLD-EOF
                           END-READ
                      END-IF
                      IF CUSTOLD-EOF = 'Y'
                           MOVE 'Y' TO ANY-FAIL-SW
                           MOVE 'OLD MASTER EMPTY' TO CFL-STATUS
                           CLOSE CUSTMAST-OLD-FILE
                      ELSE
                           OPEN OUTPUT CUSTOMER-MASTER-FILE
                           PERFORM 215-MASTER-ONE
                           PERFORM 210-MASTER-NEXT
                                UNTIL CUSTOLD-EOF = 'Y'
                           CLOSE CUSTMAST-OLD-FILE
                                 CUSTOMER-MASTER-FILE
                           IF MC-OUT-COUNT = MC-IN-COUNT
                                MOVE 'CONVERTED' TO CFL-STATUS
                           ELSE
                                MOVE 'Y' TO ANY-FAIL-SW
                                MOVE 'WRITE ERRORS' TO CFL-STATUS
                           END-IF
                      END-IF
                 END-IF
                 MOVE MC-IN-COUNT TO CFL-IN
                 MOVE MC-OUT-COUNT TO CFL-OUT
                 WRITE CONV-REPORT-RECORD FROM CONV-FILE-LINE
                      AFTER ADVANCING 1

            .

            210-MASTER-NEXT.
                 READ CUSTMAST-OLD-FILE NEXT RECORD
                      AT END
                           MOVE 'Y' TO CUSTOLD-EOF
                      NOT AT END
                           PERFORM 215-MASTER-ONE
                 END-READ

            .

            215-MASTER-ONE.
                 ADD 1 TO MC-IN-COUNT
                 MOVE CMO-CUST-ID TO CM-CUST-ID
                 MOVE CMO-CUST-NAME TO CM-CUST-NAME
                 MOVE CMO-ADDRESS TO CM-ADDRESS
                 MOVE CMO-CITY TO CM-CITY
                 MOVE CMO-STATE TO CM-STATE
                 MOVE CMO-ZIP TO CM-ZIP
                 MOVE CMO-SALES-REP TO CM-SALES-REP
                 MOVE CMO-CREDIT-HOLD TO CM-CREDIT-HOLD
                 MOVE CMO-RATING-CODE TO CM-RATING-CODE
                 MOVE CMO-RATING-NAME TO CM-RATING-NAME
                 MOVE ZEROES TO CM-CREDIT-LIMIT
                 WRITE CUSTOMER-MASTER-RECORD
                      INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF CUSTMAST-STATUS = '00'
                                ADD 1 TO MC-OUT-COUNT
                           END-IF
                 END-WRITE

            .

            900-EOF-ROUTINE.
                 CLOSE CONV-REPORT-FILE

            .
