       IDENTIFICATION DIVISION.
       PROGRAM-ID. JJONESSTREAM.
       AUTHOR. JONES.
      ********************************************************************
      *               NIGHTLY JOB STREAM CONTROLLER
      * Runs the nightly stream in its defined sequence instead of
      * the operator starting each job by hand and reading each
      * RETURN-CODE:
      *   1 JJONESGATHER     order intake
      *   2 JJONESCUSTMNT    customer master maintenance
      *   3 JJONESPRODMNT    product master maintenance
      *   4 JJONESBOFILL     backorder fill (BOFILL.txt for step 5)
      *   5 JJONESPROJECT3   order run      (needs steps 1, 2, 3, 4)
      *   6 JJONESFULFILL    pick lists     (needs step 5)
      *   7 JJONESSHIPCF     ship confirm   (needs step 6)
      *   8 JJONESCASHAPP    cash / INVREG  (needs step 5)
      * Each step's RETURN-CODE is checked against its threshold
      * (default 4, so the RETURN-CODE 8 holds the programs set for
      * a rejected batch, a reconciliation mismatch or a GL batch out
      * of balance stop the stream, as do the RETURN-CODE 16 open
      * failures). A step over its threshold is FAILED and every step
      * that needs it is HELD and not started; steps that do not
      * depend on it still run. A threshold can be changed per
      * program through the optional control file STREAMCTL.txt.
      *
      * The status file STREAMST.txt carries one record per step -
      * status, start date/time, end date/time, return code and
      * threshold - and is rewritten before and after every step,
      * so a step that is running when the controller dies is left
      * marked RUNNING. A report of the run goes to STREAM-REPORT.txt.
      *
      * RESTART: when the controller starts and the status file
      * shows the last stream did not finish, it resumes that stream
      * rather than starting a new one. Steps already DONE are never
      * run again - several steps (posting INVREG.txt, consuming
      * RECYCLE.txt) cannot safely run twice - and FAILED, HELD and
      * not yet started steps are run in sequence from the first
      * one. A step still marked RUNNING may or may not have
      * finished, so it is marked UNKNOWN and, with everything that
      * needs it, is not run: the operator checks that step's output
      * and edits its status in STREAMST.txt to DONE (it finished)
      * or FAILED (rerun it) before resubmitting. A stream in which
      * every step is DONE is complete, and the next run starts a
      * new stream at step 1. Status records are matched to the
      * steps by program name, so a status file written before a
      * step was added still resumes correctly; only steps that
      * have a status record decide whether the stream finished.
      *
      * Each step is started as ./<program>; its exit code comes back
      * in the high-order byte of the wait status, and a step killed
      * before it could set one is recorded with return code 9999.
      *
      * The controller ends with RETURN-CODE 0 when every step is
      * DONE, 8 when a step failed or was held, and 16 when a step's
      * status is UNKNOWN.
      *
      * MODIFICATIONS:
      *   10/15/26  JJ  New program.
      *   10/15/26  JJ  JJONESBOFILL added ahead of the order run and
      *                 JJONESSHIPCF after JJONESFULFILL; a step can
      *                 now need up to four others. Status records
      *                 matched to steps by program name.
      ********************************************************************
      * INPUT: STREAM-CONTROL-FILE (STREAMCTL.txt, OPTIONAL)
      *     PROGRAM         X(14)  1-14
      *     FILLER          X      15
      *     MAX RC          99     16-17
      *
      * INPUT-OUTPUT: STREAM-STATUS-FILE (STREAMST.txt, 65 CHARACTERS)
      *     STEP NO         9      1
      *     FILLER          X      2
      *     PROGRAM         X(14)  3-16
      *     FILLER          X      17
      *     STATUS          X(8)   18-25  PENDING RUNNING DONE
      *                                   FAILED HELD UNKNOWN
      *     FILLER          X      26
      *     START DATE      9(8)   27-34
      *     FILLER          X      35
      *     START TIME      9(6)   36-41
      *     FILLER          X      42
      *     END DATE        9(8)   43-50
      *     FILLER          X      51
      *     END TIME        9(6)   52-57
      *     FILLER          X      58
      *     RETURN CODE     9(4)   59-62
      *     FILLER          X      63
      *     MAX RC          99     64-65
      *
      * OUTPUT: STREAM-REPORT-FILE (STREAM-REPORT.txt)
      ********************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OPTIONAL STREAM-CONTROL-FILE
                ASSIGN TO 'STREAMCTL.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL STREAM-STATUS-FILE
                ASSIGN TO 'STREAMST.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT STREAM-REPORT-FILE
                ASSIGN TO PRINTER 'STREAM-REPORT.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            FD STREAM-CONTROL-FILE
                RECORD CONTAINS 17 CHARACTERS.

            01 STREAM-CONTROL-RECORD.
                05 SCR-PROGRAM         PIC X(14).
                05 FILLER              PIC X.
                05 SCR-MAX-RC          PIC 99.

            FD STREAM-STATUS-FILE
                RECORD CONTAINS 65 CHARACTERS.

            01 STREAM-STATUS-RECORD.
                05 SSR-STEP            PIC 9.
                05 FILLER              PIC X.
                05 SSR-PROGRAM         PIC X(14).
                05 FILLER              PIC X.
                05 SSR-STATUS          PIC X(8).
                05 FILLER              PIC X.
                05 SSR-START-DATE      PIC 9(8).
                05 FILLER              PIC X.
                05 SSR-START-TIME      PIC 9(6).
                05 FILLER              PIC X.
                05 SSR-END-DATE        PIC 9(8).
                05 FILLER              PIC X.
                05 SSR-END-TIME        PIC 9(6).
                05 FILLER              PIC X.
                05 SSR-RC              PIC 9(4).
                05 FILLER              PIC X.
                05 SSR-MAX-RC          PIC 99.

            FD STREAM-REPORT-FILE
                RECORD CONTAINS 90 CHARACTERS.

            01 STREAM-REPORT-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
            01 FLAGS-N-SWITCHES.
                05 CTL-EOF          PIC X       VALUE 'N'.
                05 STAT-EOF         PIC X       VALUE 'N'.
                05 RESUME-SW        PIC X       VALUE 'N'.
                    88 RESUMING              VALUE 'Y'.
                05 DEP-OK-SW        PIC X       VALUE 'Y'.
                    88 DEPS-DONE             VALUE 'Y'.
                05 ANY-FAIL-SW      PIC X       VALUE 'N'.
                    88 ANY-FAILED            VALUE 'Y'.
                05 ANY-UNKNOWN-SW   PIC X       VALUE 'N'.
                    88 ANY-UNKNOWN           VALUE 'Y'.

            01 RUN-DATE             PIC 9(8)    VALUE ZEROES.

            01 RUN-TIME-RAW         PIC 9(8)    VALUE ZEROES.

            01 RUN-TIME             PIC 9(6)    VALUE ZEROES.

            01 STEP-DEFINITIONS.
                05 FILLER              PIC X(20)
                   VALUE 'JJONESGATHER  040000'.
                05 FILLER              PIC X(20)
                   VALUE 'JJONESCUSTMNT 040000'.
                05 FILLER              PIC X(20)
                   VALUE 'JJONESPRODMNT 040000'.
                05 FILLER              PIC X(20)
                   VALUE 'JJONESBOFILL  040000'.
                05 FILLER              PIC X(20)
                   VALUE 'JJONESPROJECT3041234'.
                05 FILLER              PIC X(20)
                   VALUE 'JJONESFULFILL 045000'.
                05 FILLER              PIC X(20)
                   VALUE 'JJONESSHIPCF  046000'.
                05 FILLER              PIC X(20)
                   VALUE 'JJONESCASHAPP 045000'.

            01 STEP-TABLE REDEFINES STEP-DEFINITIONS.
                05 SD-ENTRY OCCURS 8 TIMES.
                    10 SD-PROGRAM    PIC X(14).
                    10 SD-MAX-RC     PIC 99.
                    10 SD-NEEDS      PIC 9   OCCURS 4 TIMES.

            01 STEP-FIELDS.
                05 STEP-COUNT        PIC 9       VALUE 8.
                05 STEP-SUB          PIC 9       VALUE ZEROES.
                05 DEP-SUB           PIC 9       VALUE ZEROES.
                05 DEP-STEP          PIC 9       VALUE ZEROES.
                05 STAT-RECS-READ    PIC 9(4)    VALUE ZEROES.
                05 STEP-RAW-RC       PIC S9(9)   VALUE ZEROES.
                05 STEP-EXIT-RC      PIC 9(9)    VALUE ZEROES.
                05 STEP-SIGNAL       PIC 9(9)    VALUE ZEROES.
                05 STEP-COMMAND      PIC X(80)   VALUE SPACES.

            01 STEP-STATUS-TABLE.
                05 ST-ENTRY OCCURS 8 TIMES.
                    10 ST-LOADED     PIC X.
                    10 ST-STATUS     PIC X(8).
                    10 ST-START-DATE PIC 9(8).
                    10 ST-START-TIME PIC 9(6).
                    10 ST-END-DATE   PIC 9(8).
                    10 ST-END-TIME   PIC 9(6).
                    10 ST-RC         PIC 9(4).
                    10 ST-ACTION     PIC X(16).

            01 STREAM-TITLE-LINE.
                05 FILLER              PIC X(20).
                05                     PIC X(23)
                   VALUE 'NIGHTLY JOB STREAM -  '.
                05 STT-RUN-DATE        PIC 9(8).
                05 FILLER              PIC X.
                05 STT-RUN-TIME        PIC 9(6).

            01 STREAM-MODE-LINE.
                05                     PIC X(6)    VALUE 'MODE: '.
                05 SML-MODE            PIC X(50).

            01 STREAM-COL-LINE.
                05                     PIC X(4)    VALUE 'STEP'.
                05 FILLER              PIC X.
                05                     PIC X(7)    VALUE 'PROGRAM'.
                05 FILLER              PIC X(8).
                05                     PIC X(6)    VALUE 'STATUS'.
                05 FILLER              PIC X(3).
                05                     PIC X(5)    VALUE 'START'.
                05 FILLER              PIC X(11).
                05                     PIC X(3)    VALUE 'END'.
                05 FILLER              PIC X(12).
                05                     PIC X(4)    VALUE '  RC'.
                05                     PIC X(4)    VALUE ' MAX'.
                05 FILLER              PIC X.
                05                     PIC X(6)    VALUE 'ACTION'.

            01 STREAM-DETAIL-LINE.
                05 FILLER              PIC X.
                05 SDL-STEP            PIC 9.
                05 FILLER              PIC X(3).
                05 SDL-PROGRAM         PIC X(14).
                05 FILLER              PIC X.
                05 SDL-STATUS          PIC X(8).
                05 FILLER              PIC X.
                05 SDL-START-DATE      PIC 9(8).
                05 FILLER              PIC X.
                05 SDL-START-TIME      PIC 9(6).
                05 FILLER              PIC X.
                05 SDL-END-DATE        PIC 9(8).
                05 FILLER              PIC X.
                05 SDL-END-TIME        PIC 9(6).
                05 FILLER              PIC X.
                05 SDL-RC              PIC ZZZ9.
                05 FILLER              PIC X.
                05 SDL-MAX-RC          PIC Z9.
                05 FILLER              PIC X(2).
                05 SDL-ACTION          PIC X(16).

            01 STREAM-END-LINE.
                05                     PIC X(21)
                   VALUE 'STREAM RETURN-CODE:  '.
                05 SEL-RC              PIC Z9.
                05 FILLER              PIC X.
                05 SEL-TEXT            PIC X(40).

       PROCEDURE DIVISION.

            100-MAIN-ROUTINE.
                PERFORM 150-HOUSEKEEPING
                PERFORM 300-RUN-STREAM
                PERFORM 900-EOF-ROUTINE
                EVALUATE TRUE
                     WHEN ANY-UNKNOWN
                          MOVE 16 TO RETURN-CODE
                     WHEN ANY-FAILED
                          MOVE 8 TO RETURN-CODE
                     WHEN OTHER
                          MOVE ZEROES TO RETURN-CODE
                END-EVALUATE
                STOP RUN
            .

            150-HOUSEKEEPING.
                 ACCEPT RUN-DATE FROM DATE YYYYMMDD
                 PERFORM 810-TAKE-TIME
                 PERFORM 160-READ-CONTROL
                 PERFORM 200-LOAD-STATUS
                 OPEN OUTPUT STREAM-REPORT-FILE
                 MOVE RUN-DATE TO STT-RUN-DATE
                 MOVE RUN-TIME TO STT-RUN-TIME
                 WRITE STREAM-REPORT-RECORD FROM STREAM-TITLE-LINE
                 IF RESUMING
                      MOVE 'RESUMING UNFINISHED STREAM' TO SML-MODE
                 ELSE
                      MOVE 'NEW STREAM' TO SML-MODE
                 END-IF
                 WRITE STREAM-REPORT-RECORD FROM STREAM-MODE-LINE
                      AFTER ADVANCING 2
                 WRITE STREAM-REPORT-RECORD FROM STREAM-COL-LINE
                      AFTER ADVANCING 2

            .

            160-READ-CONTROL.
                 OPEN INPUT STREAM-CONTROL-FILE
                 PERFORM UNTIL CTL-EOF = 'Y'
                      READ STREAM-CONTROL-FILE
                           AT END
                                MOVE 'Y' TO CTL-EOF
                           NOT AT END
                                IF SCR-MAX-RC IS NUMERIC
                                     PERFORM 165-APPLY-CONTROL
                                          VARYING STEP-SUB FROM 1 BY 1
                                          UNTIL STEP-SUB > STEP-COUNT
                                END-IF
                      END-READ
                 END-PERFORM
                 CLOSE STREAM-CONTROL-FILE

            .

            165-APPLY-CONTROL.
                 IF SD-PROGRAM(STEP-SUB) = SCR-PROGRAM
                      MOVE SCR-MAX-RC TO SD-MAX-RC(STEP-SUB)
                 END-IF

            .

            200-LOAD-STATUS.
                 PERFORM 230-RESET-STEP
                      VARYING STEP-SUB FROM 1 BY 1
                      UNTIL STEP-SUB > STEP-COUNT
                 OPEN INPUT STREAM-STATUS-FILE
                 PERFORM UNTIL STAT-EOF = 'Y'
                      READ STREAM-STATUS-FILE
                           AT END
                                MOVE 'Y' TO STAT-EOF
                           NOT AT END
                                PERFORM 210-STORE-STATUS
                      END-READ
                 END-PERFORM
                 CLOSE STREAM-STATUS-FILE
                 IF STAT-RECS-READ > ZEROES
                      PERFORM 220-CHECK-RESUME
                           VARYING STEP-SUB FROM 1 BY 1
                           UNTIL STEP-SUB > STEP-COUNT
                 END-IF
                 IF NOT RESUMING
                      PERFORM 230-RESET-STEP
                           VARYING STEP-SUB FROM 1 BY 1
                           UNTIL STEP-SUB > STEP-COUNT
                 END-IF

            .

            210-STORE-STATUS.
                 MOVE ZEROES TO STEP-SUB
                 PERFORM 215-FIND-STEP
                      VARYING DEP-SUB FROM 1 BY 1
                      UNTIL DEP-SUB > STEP-COUNT
                           OR STEP-SUB > ZEROES
                 IF STEP-SUB > ZEROES
                      IF ST-LOADED(STEP-SUB) = 'N'
                           ADD 1 TO STAT-RECS-READ
                           MOVE 'Y' TO ST-LOADED(STEP-SUB)
                           MOVE SSR-STATUS TO ST-STATUS(STEP-SUB)
                           IF SSR-START-DATE IS NUMERIC
                                MOVE SSR-START-DATE
                                     TO ST-START-DATE(STEP-SUB)
                           END-IF
                           IF SSR-START-TIME IS NUMERIC
                                MOVE SSR-START-TIME
                                     TO ST-START-TIME(STEP-SUB)
                           END-IF
                           IF SSR-END-DATE IS NUMERIC
                                MOVE SSR-END-DATE
                                     TO ST-END-DATE(STEP-SUB)
                           END-IF
                           IF SSR-END-TIME IS NUMERIC
                                MOVE SSR-END-TIME
                                     TO ST-END-TIME(STEP-SUB)
                           END-IF
                           IF SSR-RC IS NUMERIC
                                MOVE SSR-RC TO ST-RC(STEP-SUB)
                           END-IF
                      END-IF
                 END-IF

            .

            215-FIND-STEP.
                 IF SD-PROGRAM(DEP-SUB) = SSR-PROGRAM
                      MOVE DEP-SUB TO STEP-SUB
                 END-IF

            .

            220-CHECK-RESUME.
                 IF ST-LOADED(STEP-SUB) = 'Y'
                      AND ST-STATUS(STEP-SUB) NOT = 'DONE'
                      MOVE 'Y' TO RESUME-SW
                 END-IF

            .

            230-RESET-STEP.
                 MOVE 'N' TO ST-LOADED(STEP-SUB)
                 MOVE 'PENDING' TO ST-STATUS(STEP-SUB)
                 MOVE ZEROES TO ST-START-DATE(STEP-SUB)
                                ST-START-TIME(STEP-SUB)
                                ST-END-DATE(STEP-SUB)
                                ST-END-TIME(STEP-SUB)
                                ST-RC(STEP-SUB)
                 MOVE SPACES TO ST-ACTION(STEP-SUB)

            .

            300-RUN-STREAM.
                 PERFORM 310-RUN-ONE-STEP
                      VARYING STEP-SUB FROM 1 BY 1
                      UNTIL STEP-SUB > STEP-COUNT

            .

            310-RUN-ONE-STEP.
                 EVALUATE TRUE
                      WHEN ST-STATUS(STEP-SUB) = 'DONE'
                           MOVE 'NOT RERUN' TO ST-ACTION(STEP-SUB)
                      WHEN ST-STATUS(STEP-SUB) = 'RUNNING'
                           OR ST-STATUS(STEP-SUB) = 'UNKNOWN'
                           MOVE 'UNKNOWN' TO ST-STATUS(STEP-SUB)
                           MOVE 'CHECK AND EDIT' TO ST-ACTION(STEP-SUB)
                           MOVE 'Y' TO ANY-UNKNOWN-SW
                           PERFORM 800-WRITE-STATUS
                      WHEN OTHER
                           MOVE 'Y' TO DEP-OK-SW
                           PERFORM 320-CHECK-NEEDS
                                VARYING DEP-SUB FROM 1 BY 1
                                UNTIL DEP-SUB > 4
                           IF DEPS-DONE
                                PERFORM 400-EXECUTE-STEP
                           ELSE
                                MOVE 'HELD' TO ST-STATUS(STEP-SUB)
                                MOVE ZEROES TO ST-START-DATE(STEP-SUB)
                                               ST-START-TIME(STEP-SUB)
                                               ST-END-DATE(STEP-SUB)
                                               ST-END-TIME(STEP-SUB)
                                               ST-RC(STEP-SUB)
                                MOVE 'PREDECESSOR'
                                     TO ST-ACTION(STEP-SUB)
                                MOVE 'Y' TO ANY-FAIL-SW
                                PERFORM 800-WRITE-STATUS
                           END-IF
                 END-EVALUATE
                 PERFORM 600-STEP-LINE

            .

            320-CHECK-NEEDS.
                 MOVE SD-NEEDS(STEP-SUB, DEP-SUB) TO DEP-STEP
                 IF DEP-STEP > ZEROES
                      IF ST-STATUS(DEP-STEP) NOT = 'DONE'
                           MOVE 'N' TO DEP-OK-SW
                      END-IF
                 END-IF

            .

            400-EXECUTE-STEP.
                 PERFORM 810-TAKE-TIME
                 MOVE 'RUNNING' TO ST-STATUS(STEP-SUB)
                 MOVE RUN-DATE TO ST-START-DATE(STEP-SUB)
                 MOVE RUN-TIME TO ST-START-TIME(STEP-SUB)
                 MOVE ZEROES TO ST-END-DATE(STEP-SUB)
                                ST-END-TIME(STEP-SUB)
                                ST-RC(STEP-SUB)
                 PERFORM 800-WRITE-STATUS
                 MOVE SPACES TO STEP-COMMAND
                 STRING './' DELIMITED BY SIZE
                        SD-PROGRAM(STEP-SUB) DELIMITED BY SPACE
                        INTO STEP-COMMAND
                 END-STRING
                 CALL 'SYSTEM' USING STEP-COMMAND
                 MOVE RETURN-CODE TO STEP-RAW-RC
                 MOVE ZEROES TO RETURN-CODE
                 PERFORM 410-DECODE-RC
                 PERFORM 810-TAKE-TIME
                 MOVE RUN-DATE TO ST-END-DATE(STEP-SUB)
                 MOVE RUN-TIME TO ST-END-TIME(STEP-SUB)
                 IF ST-RC(STEP-SUB) > SD-MAX-RC(STEP-SUB)
                      MOVE 'FAILED' TO ST-STATUS(STEP-SUB)
                      MOVE 'OVER THRESHOLD' TO ST-ACTION(STEP-SUB)
                      MOVE 'Y' TO ANY-FAIL-SW
                 ELSE
                      MOVE 'DONE' TO ST-STATUS(STEP-SUB)
                      MOVE 'RAN' TO ST-ACTION(STEP-SUB)
                 END-IF
                 PERFORM 800-WRITE-STATUS

            .

            410-DECODE-RC.
                 IF STEP-RAW-RC < ZEROES
                      MOVE 9999 TO ST-RC(STEP-SUB)
                 ELSE
                      MOVE STEP-RAW-RC TO STEP-EXIT-RC
                      DIVIDE STEP-EXIT-RC BY 256 GIVING STEP-EXIT-RC
                           REMAINDER STEP-SIGNAL
                      IF STEP-SIGNAL NOT = ZEROES
                           OR STEP-EXIT-RC > 9999
                           MOVE 9999 TO ST-RC(STEP-SUB)
                      ELSE
                           MOVE STEP-EXIT-RC TO ST-RC(STEP-SUB)
                      END-IF
                 END-IF

            .

            600-STEP-LINE.
                 MOVE STEP-SUB TO SDL-STEP
                 MOVE SD-PROGRAM(STEP-SUB) TO SDL-PROGRAM
                 MOVE ST-STATUS(STEP-SUB) TO SDL-STATUS
                 MOVE ST-START-DATE(STEP-SUB) TO SDL-START-DATE
                 MOVE ST-START-TIME(STEP-SUB) TO SDL-START-TIME
                 MOVE ST-END-DATE(STEP-SUB) TO SDL-END-DATE
                 MOVE ST-END-TIME(STEP-SUB) TO SDL-END-TIME
                 MOVE ST-RC(STEP-SUB) TO SDL-RC
                 MOVE SD-MAX-RC(STEP-SUB) TO SDL-MAX-RC
                 MOVE ST-ACTION(STEP-SUB) TO SDL-ACTION
                 WRITE STREAM-REPORT-RECORD FROM STREAM-DETAIL-LINE
                      AFTER ADVANCING 1

            .

            800-WRITE-STATUS.
                 OPEN OUTPUT STREAM-STATUS-FILE
                 PERFORM 805-WRITE-ONE-STATUS
                      VARYING DEP-SUB FROM 1 BY 1
                      UNTIL DEP-SUB > STEP-COUNT
                 CLOSE STREAM-STATUS-FILE

            .

            805-WRITE-ONE-STATUS.
                 MOVE SPACES TO STREAM-STATUS-RECORD
                 MOVE DEP-SUB TO SSR-STEP
                 MOVE SD-PROGRAM(DEP-SUB) TO SSR-PROGRAM
                 MOVE ST-STATUS(DEP-SUB) TO SSR-STATUS
                 MOVE ST-START-DATE(DEP-SUB) TO SSR-START-DATE
                 MOVE ST-START-TIME(DEP-SUB) TO SSR-START-TIME
                 MOVE ST-END-DATE(DEP-SUB) TO SSR-END-DATE
                 MOVE ST-END-TIME(DEP-SUB) TO SSR-END-TIME
                 MOVE ST-RC(DEP-SUB) TO SSR-RC
                 MOVE SD-MAX-RC(DEP-SUB) TO SSR-MAX-RC
                 WRITE STREAM-STATUS-RECORD

            .

            810-TAKE-TIME.
                 ACCEPT RUN-DATE FROM DATE YYYYMMDD
                 ACCEPT RUN-TIME-RAW FROM TIME
                 DIVIDE RUN-TIME-RAW BY 100 GIVING RUN-TIME

            .

            900-EOF-ROUTINE.
                 EVALUATE TRUE
                      WHEN ANY-UNKNOWN
                           MOVE 16 TO SEL-RC
                           MOVE 'STEP STATUS UNKNOWN - SEE STREAMST.txt'
                                TO SEL-TEXT
                      WHEN ANY-FAILED
                           MOVE 8 TO SEL-RC
                           MOVE 'STREAM INCOMPLETE - RERUN TO RESUME'
                                TO SEL-TEXT
                      WHEN OTHER
                           MOVE 0 TO SEL-RC
                           MOVE 'STREAM COMPLETE' TO SEL-TEXT
                 END-EVALUATE
                 WRITE STREAM-REPORT-RECORD FROM STREAM-END-LINE
                      AFTER ADVANCING 2
                 CLOSE STREAM-REPORT-FILE

            .
