       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-RUN-CONTROL.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Run control for the nightly chain, so a failed night
      *         can be picked up at the step that failed instead of
      *         being run again from the top. The chain calls this
      *         program around every step, with a one-line
      *         instruction: N opens the night's run, S and E
      *         record a step's start, and its end with the
      *         condition code it gave, and F closes a run that got
      *         to the end. Every step of every run goes on the run
      *         history file with its start time, end time and
      *         condition code.
      *         When a step fails, a fingerprint of the item master
      *         is taken - its record count and totals of the item
      *         codes, quantities, prices and costs, with the
      *         number of records on the audit trail - and kept on
      *         the run state file with the failed step. Mode R
      *         checks a restart: the master must show exactly the
      *         same fingerprint, or somebody has touched it since
      *         the failure and the restart is refused with
      *         condition code 8 for the failed steps to be looked
      *         at by hand. An approved restart opens a new run of
      *         the same night and leaves the step to resume at,
      *         and the night's date, on the restart file for the
      *         chain to pick up.
      *         Mode H prints the run history for the morning
      *         shift: every run of the last 30 nights with its
      *         times, the step it started at and how it ended,
      *         and a count of failures by step.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-HISTORY-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Run-Control\runhist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT RUN-STATE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Run-Control\runstate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STATE-FILE-STATUS.

           SELECT RESTART-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Run-Control\restart.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Run-Control\runhist.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *>One record per step per run, keyed by the night's date, the
      *>run of that night (01 the full run, then one per restart)
      *>and the step. Each run also has a CHAIN record, which sorts
      *>ahead of its steps, holding the run's own start, end and
      *>outcome.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
        02 RH-KEY.
         03 RH-RUN-DATE PIC 9(8) VALUE ZEROES.
         03 RH-RUN-NO PIC 9(2) VALUE ZEROES.
         03 RH-STEP PIC X(8) VALUE SPACES.
        02 RH-START PIC X(14) VALUE SPACES.
        02 RH-END PIC X(14) VALUE SPACES.
        02 RH-COND-CODE PIC 9(4) VALUE ZEROES.
        02 RH-STATUS PIC X(1) VALUE SPACES.
           88 RH-RUNNING VALUE 'R'.
           88 RH-ENDED-OK VALUE 'C'.
           88 RH-FAILED VALUE 'F'.
        02 RH-RUN-KIND PIC X(1) VALUE SPACES.
           88 RH-FULL-RUN VALUE 'F'.
           88 RH-RESTART-RUN VALUE 'R'.

      *>Where the chain stands: the night and run last opened, how
      *>it ended, and for a failure the step, its condition code
      *>and the master's fingerprint taken as it failed.
       FD  RUN-STATE-FILE.
       01  RUN-STATE-RECORD.
        02 RS-RUN-DATE PIC 9(8) VALUE ZEROES.
        02 RS-RUN-NO PIC 9(2) VALUE ZEROES.
        02 RS-STATE PIC X(1) VALUE SPACES.
           88 RS-RUNNING VALUE 'R'.
           88 RS-COMPLETE VALUE 'C'.
           88 RS-FAILED VALUE 'F'.
        02 RS-LAST-STEP PIC X(8) VALUE SPACES.
        02 RS-FAILED-CC PIC 9(4) VALUE ZEROES.
        02 RS-ITEM-COUNT PIC 9(7) VALUE ZEROES.
        02 RS-CODE-TOTAL PIC 9(12) VALUE ZEROES.
        02 RS-QTY-TOTAL PIC 9(12) VALUE ZEROES.
        02 RS-PRICE-TOTAL PIC 9(12)V99 VALUE ZEROES.
        02 RS-COST-TOTAL PIC 9(12)V99 VALUE ZEROES.
        02 RS-AUDIT-COUNT PIC 9(9) VALUE ZEROES.

      *>Written only when a restart is approved.
       FD  RESTART-FILE.
       01  RESTART-RECORD.
        02 RT-STEP PIC X(8) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 RT-RUN-DATE PIC 9(8) VALUE ZEROES.

       FD  ITEM-FILE.
       01  STOCK-ITEMS.
        02 ITEM-NAME PIC X(20) VALUE SPACES.
        02 ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 ITEM-PRICE PIC 9(5)V99 VALUE ZEROES.
        02 ITEM-QTY PIC 9(5) VALUE ZEROES.
        02 ITEM-STATUS PIC X(1) VALUE 'A'.
           88 ITEM-ACTIVE VALUE 'A'.
           88 ITEM-DISCONTINUED VALUE 'D'.
        02 ITEM-COST PIC 9(5)V99 VALUE ZEROES.

      *>Only counted; every change made to the master through the
      *>apps and posting runs lands here.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(150).

       FD  REPORT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-HISTORY-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-STATE-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-AUDIT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-STATE-PRESENT PIC A(1) VALUE 'N'.
       01  WS-HISTORY-ENDOF PIC A(1) VALUE 'N'.
       01  WS-ITEM-ENDOF PIC A(1) VALUE 'N'.
       01  WS-AUDIT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-RECORD-FOUND PIC A(1) VALUE 'N'.
       01  WS-FINGERPRINT-DIFFERS PIC A(1) VALUE 'N'.

      *>The instruction from the chain: mode, step and, for the
      *>end of a step, the condition code it gave.
       01  WS-RUN-PARM.
        02 WS-PARM-MODE PIC X(1) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 WS-PARM-STEP PIC X(8) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 WS-PARM-CC PIC 9(4) VALUE ZEROES.
        02 FILLER PIC X(65) VALUE SPACES.

       01  WS-TODAY PIC 9(8) VALUE ZEROES.
       01  WS-NOW PIC X(14) VALUE SPACES.
       01  WS-CHAIN-STEP PIC X(8) VALUE "CHAIN".

      *>The master as it stands now.
       01  WS-FP-ITEM-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-FP-CODE-TOTAL PIC 9(12) VALUE ZEROES.
       01  WS-FP-QTY-TOTAL PIC 9(12) VALUE ZEROES.
       01  WS-FP-PRICE-TOTAL PIC 9(12)V99 VALUE ZEROES.
       01  WS-FP-COST-TOTAL PIC 9(12)V99 VALUE ZEROES.
       01  WS-FP-AUDIT-COUNT PIC 9(9) VALUE ZEROES.

      *>How far back the history report looks. Change here to
      *>retune.
       01  WS-NIGHTS-SHOWN PIC 9(3) VALUE 30.
       01  WS-NIGHTS-ON-FILE PIC 9(5) VALUE ZEROES.
       01  WS-NIGHTS-TO-SKIP PIC 9(5) VALUE ZEROES.
       01  WS-NIGHT-NUMBER PIC 9(5) VALUE ZEROES.
       01  WS-PREV-DATE PIC 9(8) VALUE ZEROES.

      *>The run and night being put together for the report.
       01  WS-CUR-DATE PIC 9(8) VALUE ZEROES.
       01  WS-CUR-RUN PIC 9(2) VALUE ZEROES.
       01  WS-RUN-OPEN PIC A(1) VALUE 'N'.
       01  WS-RUN-KIND PIC X(1) VALUE SPACES.
       01  WS-RUN-START PIC X(14) VALUE SPACES.
       01  WS-RUN-END PIC X(14) VALUE SPACES.
       01  WS-RUN-STATUS PIC X(1) VALUE SPACES.
       01  WS-RUN-STEPS PIC 9(3) VALUE ZEROES.
       01  WS-RUN-FIRST-STEP PIC X(8) VALUE SPACES.
       01  WS-RUN-FAILED-STEP PIC X(8) VALUE SPACES.
       01  WS-RUN-FAILED-CC PIC 9(4) VALUE ZEROES.
       01  WS-NIGHT-FAILED PIC A(1) VALUE 'N'.
       01  WS-NIGHT-LAST-STATUS PIC X(1) VALUE SPACES.
       01  WS-FIRST-RUN-OF-NIGHT PIC A(1) VALUE 'Y'.

       01  WS-TOTAL-NIGHTS PIC 9(3) VALUE ZEROES.
       01  WS-TOTAL-RUNS PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-CLEAN PIC 9(3) VALUE ZEROES.
       01  WS-TOTAL-FAILED PIC 9(3) VALUE ZEROES.
       01  WS-TOTAL-UNFINISHED PIC 9(3) VALUE ZEROES.

      *>Failures in the nights shown, by step.
       01  WS-FAIL-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-FAIL-SUB PIC 9(2) VALUE ZEROES.
       01  WS-FAIL-TABLE.
        02 WS-FAIL-ENTRY OCCURS 30.
         03 WS-FT-STEP PIC X(8).
         03 WS-FT-COUNT PIC 9(3).

       01  WS-TODAY-SPLIT.
        02 WS-TODAY-YYYY PIC 9(4).
        02 WS-TODAY-MM PIC 9(2).
        02 WS-TODAY-DD PIC 9(2).
       01  WS-TODAY-EDIT PIC 9999/99/99.
       01  WS-PAGE-NUM PIC 9(3) VALUE 1.
       01  WS-LINE-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 050.
       01  WS-SAVE-LINE PIC X(132) VALUE SPACES.

       01  WS-PAGE-HEADER-LINE.
        02 FILLER PIC X(6) VALUE "DATE: ".
        02 WS-PH-DATE PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(11) VALUE "     PAGE: ".
        02 WS-PH-PAGE PIC ZZ9 VALUE ZEROES.

       01  WS-RUN-LINE.
        02 WS-RL-DATE PIC 9999/99/99 VALUE ZEROES.
        02 WS-RL-DATE-X REDEFINES WS-RL-DATE PIC X(10).
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-RUN PIC Z9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-KIND PIC X(7) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-START PIC X(8) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-END PIC X(8) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-FIRST-STEP PIC X(8) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-STEPS PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-RESULT PIC X(30) VALUE SPACES.

       01  WS-FAIL-LINE.
        02 FILLER PIC X(4) VALUE SPACES.
        02 WS-FL-STEP PIC X(8) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-FL-COUNT PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(10) VALUE " FAILURES".

       01  WS-COUNT-LINE.
        02 WS-CL-TEXT PIC X(36) VALUE SPACES.
        02 WS-CL-COUNT PIC ZZ,ZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           DISPLAY "Run control - N begin, S step start, E step end, "
               "F finish, R restart check, H history:"
           ACCEPT WS-RUN-PARM
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW
           IF WS-PARM-CC NOT NUMERIC
               MOVE ZEROES TO WS-PARM-CC
           END-IF
           PERFORM 050-READ-STATE
           EVALUATE WS-PARM-MODE
               WHEN 'N'
               WHEN 'n'
                   PERFORM 080-OPEN-HISTORY
                   PERFORM 100-BEGIN-RUN
                   CLOSE RUN-HISTORY-FILE
               WHEN 'S'
               WHEN 's'
                   PERFORM 080-OPEN-HISTORY
                   PERFORM 200-START-STEP
                   CLOSE RUN-HISTORY-FILE
               WHEN 'E'
               WHEN 'e'
                   PERFORM 080-OPEN-HISTORY
                   PERFORM 300-END-STEP
                   CLOSE RUN-HISTORY-FILE
               WHEN 'F'
               WHEN 'f'
                   PERFORM 080-OPEN-HISTORY
                   PERFORM 400-FINISH-RUN
                   CLOSE RUN-HISTORY-FILE
               WHEN 'R'
               WHEN 'r'
                   PERFORM 080-OPEN-HISTORY
                   PERFORM 500-CHECK-RESTART
                   CLOSE RUN-HISTORY-FILE
               WHEN 'H'
               WHEN 'h'
                   PERFORM 600-PRINT-HISTORY
               WHEN OTHER
                   DISPLAY "RUN CONTROL - UNKNOWN MODE '" WS-PARM-MODE
                       "' - NOTHING RECORDED."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       050-READ-STATE.
           MOVE 'N' TO WS-STATE-PRESENT
           OPEN INPUT RUN-STATE-FILE
           IF WS-STATE-FILE-STATUS = '00'
               READ RUN-STATE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-STATE-PRESENT
               END-READ
               CLOSE RUN-STATE-FILE
           END-IF
           IF WS-STATE-PRESENT = 'N'
               MOVE ZEROES TO RS-RUN-DATE
               MOVE ZEROES TO RS-RUN-NO
               MOVE SPACES TO RS-STATE
               MOVE SPACES TO RS-LAST-STEP
               MOVE ZEROES TO RS-FAILED-CC
           END-IF.

       070-WRITE-STATE.
           OPEN OUTPUT RUN-STATE-FILE
           WRITE RUN-STATE-RECORD
           END-WRITE
           CLOSE RUN-STATE-FILE.

       080-OPEN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN I-O RUN-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "RUN HISTORY UNAVAILABLE - STATUS "
                   WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>A full run of tonight's chain. A second full run on the
      *>same date becomes the next run of that night, so the first
      *>one's record is kept.
       100-BEGIN-RUN.
           IF RS-FAILED
               DISPLAY "WARNING - THE RUN OF " RS-RUN-DATE
                   " FAILED AT " RS-LAST-STEP " AND WAS NOT "
                   "RESTARTED; STARTING A FULL RUN."
           END-IF
           IF RS-RUNNING
               DISPLAY "WARNING - THE RUN OF " RS-RUN-DATE
                   " NEVER FINISHED - LAST STEP STARTED "
                   RS-LAST-STEP "."
           END-IF
           IF RS-RUN-DATE = WS-TODAY
               ADD 1 TO RS-RUN-NO
           ELSE
               MOVE WS-TODAY TO RS-RUN-DATE
               MOVE 1 TO RS-RUN-NO
           END-IF
           MOVE 'R' TO RS-STATE
           MOVE SPACES TO RS-LAST-STEP
           MOVE ZEROES TO RS-FAILED-CC
           PERFORM 070-WRITE-STATE
           MOVE 'F' TO RH-RUN-KIND
           PERFORM 150-WRITE-CHAIN-RECORD
           DISPLAY "RUN " RS-RUN-NO " OF " RS-RUN-DATE " BEGUN.".

       150-WRITE-CHAIN-RECORD.
           MOVE RS-RUN-DATE TO RH-RUN-DATE
           MOVE RS-RUN-NO TO RH-RUN-NO
           MOVE WS-CHAIN-STEP TO RH-STEP
           MOVE WS-NOW TO RH-START
           MOVE SPACES TO RH-END
           MOVE ZEROES TO RH-COND-CODE
           MOVE 'R' TO RH-STATUS
           WRITE RUN-HISTORY-RECORD
               INVALID KEY
                   REWRITE RUN-HISTORY-RECORD
                   END-REWRITE
           END-WRITE.

      *>Closes the run's CHAIN record with the outcome in RH-STATUS
      *>and RH-COND-CODE.
       160-CLOSE-CHAIN-RECORD.
           MOVE RS-RUN-DATE TO RH-RUN-DATE
           MOVE RS-RUN-NO TO RH-RUN-NO
           MOVE WS-CHAIN-STEP TO RH-STEP
           READ RUN-HISTORY-FILE
               INVALID KEY MOVE 'N' TO WS-RECORD-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-RECORD-FOUND
           END-READ
           MOVE WS-NOW TO RH-END
           MOVE RS-STATE TO RH-STATUS
           MOVE RS-FAILED-CC TO RH-COND-CODE
           IF WS-RECORD-FOUND = 'Y'
               REWRITE RUN-HISTORY-RECORD
               END-REWRITE
           END-IF.

       200-START-STEP.
           IF NOT RS-RUNNING
               DISPLAY "RUN CONTROL - NO RUN OPEN FOR " WS-PARM-STEP
                   " - BEGIN THE NIGHT FIRST."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE RS-RUN-DATE TO RH-RUN-DATE
               MOVE RS-RUN-NO TO RH-RUN-NO
               MOVE WS-PARM-STEP TO RH-STEP
               MOVE WS-NOW TO RH-START
               MOVE SPACES TO RH-END
               MOVE ZEROES TO RH-COND-CODE
               MOVE 'R' TO RH-STATUS
               MOVE SPACES TO RH-RUN-KIND
               WRITE RUN-HISTORY-RECORD
                   INVALID KEY
                       REWRITE RUN-HISTORY-RECORD
                       END-REWRITE
               END-WRITE
               MOVE WS-PARM-STEP TO RS-LAST-STEP
               PERFORM 070-WRITE-STATE
           END-IF.

      *>A non-zero condition code fails the step and the run, and
      *>takes the fingerprint a restart will be checked against.
       300-END-STEP.
           IF NOT RS-RUNNING
               DISPLAY "RUN CONTROL - NO RUN OPEN FOR " WS-PARM-STEP
                   " - BEGIN THE NIGHT FIRST."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE RS-RUN-DATE TO RH-RUN-DATE
               MOVE RS-RUN-NO TO RH-RUN-NO
               MOVE WS-PARM-STEP TO RH-STEP
               READ RUN-HISTORY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-RECORD-FOUND
                       MOVE SPACES TO RH-START
                       MOVE SPACES TO RH-RUN-KIND
                   NOT INVALID KEY MOVE 'Y' TO WS-RECORD-FOUND
               END-READ
               MOVE WS-NOW TO RH-END
               MOVE WS-PARM-CC TO RH-COND-CODE
               IF WS-PARM-CC = 0
                   MOVE 'C' TO RH-STATUS
               ELSE
                   MOVE 'F' TO RH-STATUS
               END-IF
               IF WS-RECORD-FOUND = 'Y'
                   REWRITE RUN-HISTORY-RECORD
                   END-REWRITE
               ELSE
                   WRITE RUN-HISTORY-RECORD
                   END-WRITE
               END-IF
               MOVE WS-PARM-STEP TO RS-LAST-STEP
               IF WS-PARM-CC NOT = 0
                   PERFORM 800-TAKE-FINGERPRINT
                   MOVE 'F' TO RS-STATE
                   MOVE WS-PARM-CC TO RS-FAILED-CC
                   MOVE WS-FP-ITEM-COUNT TO RS-ITEM-COUNT
                   MOVE WS-FP-CODE-TOTAL TO RS-CODE-TOTAL
                   MOVE WS-FP-QTY-TOTAL TO RS-QTY-TOTAL
                   MOVE WS-FP-PRICE-TOTAL TO RS-PRICE-TOTAL
                   MOVE WS-FP-COST-TOTAL TO RS-COST-TOTAL
                   MOVE WS-FP-AUDIT-COUNT TO RS-AUDIT-COUNT
                   PERFORM 160-CLOSE-CHAIN-RECORD
                   DISPLAY "RUN " RS-RUN-NO " OF " RS-RUN-DATE
                       " FAILED AT " WS-PARM-STEP
                       " CONDITION CODE " WS-PARM-CC
               END-IF
               PERFORM 070-WRITE-STATE
           END-IF.

       400-FINISH-RUN.
           IF NOT RS-RUNNING
               DISPLAY "RUN CONTROL - NO RUN OPEN TO FINISH."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'C' TO RS-STATE
               MOVE ZEROES TO RS-FAILED-CC
               PERFORM 160-CLOSE-CHAIN-RECORD
               PERFORM 070-WRITE-STATE
               DISPLAY "RUN " RS-RUN-NO " OF " RS-RUN-DATE
                   " COMPLETE."
           END-IF.

      *>A restart picks up the failed night at the failed step,
      *>and only if the master is exactly as the failure left it.
       500-CHECK-RESTART.
           IF NOT RS-FAILED
               DISPLAY "RESTART REFUSED - THE LAST RUN, " RS-RUN-NO
                   " OF " RS-RUN-DATE ", DID NOT FAIL. NOTHING TO "
                   "RESTART."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 800-TAKE-FINGERPRINT
               MOVE 'N' TO WS-FINGERPRINT-DIFFERS
               PERFORM 520-COMPARE-FINGERPRINT
               IF WS-FINGERPRINT-DIFFERS = 'Y'
                   DISPLAY "RESTART REFUSED - THE MASTER HAS BEEN "
                       "TOUCHED SINCE " RS-LAST-STEP " FAILED."
                   DISPLAY "Check what was changed, then run the "
                       "full chain or put the master back."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO RS-RUN-NO
                   MOVE 'R' TO RS-STATE
                   MOVE ZEROES TO RS-FAILED-CC
                   PERFORM 070-WRITE-STATE
                   MOVE 'R' TO RH-RUN-KIND
                   PERFORM 150-WRITE-CHAIN-RECORD
                   PERFORM 550-WRITE-RESTART-POINT
                   DISPLAY "RESTART APPROVED - RUN " RS-RUN-NO
                       " OF " RS-RUN-DATE " RESUMES AT "
                       RS-LAST-STEP "."
               END-IF
           END-IF.

       520-COMPARE-FINGERPRINT.
           IF WS-FP-ITEM-COUNT NOT = RS-ITEM-COUNT
               DISPLAY "  ITEM RECORDS WERE " RS-ITEM-COUNT
                   " NOW " WS-FP-ITEM-COUNT
               MOVE 'Y' TO WS-FINGERPRINT-DIFFERS
           END-IF
           IF WS-FP-CODE-TOTAL NOT = RS-CODE-TOTAL
               DISPLAY "  ITEM CODE TOTAL WAS " RS-CODE-TOTAL
                   " NOW " WS-FP-CODE-TOTAL
               MOVE 'Y' TO WS-FINGERPRINT-DIFFERS
           END-IF
           IF WS-FP-QTY-TOTAL NOT = RS-QTY-TOTAL
               DISPLAY "  QUANTITY TOTAL WAS " RS-QTY-TOTAL
                   " NOW " WS-FP-QTY-TOTAL
               MOVE 'Y' TO WS-FINGERPRINT-DIFFERS
           END-IF
           IF WS-FP-PRICE-TOTAL NOT = RS-PRICE-TOTAL
               DISPLAY "  PRICE TOTAL WAS " RS-PRICE-TOTAL
                   " NOW " WS-FP-PRICE-TOTAL
               MOVE 'Y' TO WS-FINGERPRINT-DIFFERS
           END-IF
           IF WS-FP-COST-TOTAL NOT = RS-COST-TOTAL
               DISPLAY "  COST TOTAL WAS " RS-COST-TOTAL
                   " NOW " WS-FP-COST-TOTAL
               MOVE 'Y' TO WS-FINGERPRINT-DIFFERS
           END-IF
           IF WS-FP-AUDIT-COUNT NOT = RS-AUDIT-COUNT
               DISPLAY "  AUDIT TRAIL RECORDS WERE " RS-AUDIT-COUNT
                   " NOW " WS-FP-AUDIT-COUNT
               MOVE 'Y' TO WS-FINGERPRINT-DIFFERS
           END-IF.

       550-WRITE-RESTART-POINT.
           OPEN OUTPUT RESTART-FILE
           MOVE RS-LAST-STEP TO RT-STEP
           MOVE RS-RUN-DATE TO RT-RUN-DATE
           WRITE RESTART-RECORD
           END-WRITE
           CLOSE RESTART-FILE.

      *>The history is in night and run order; a first pass counts
      *>the nights on file so the report can start 30 from the
      *>end.
       600-PRINT-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "RUN HISTORY UNAVAILABLE - STATUS "
                   WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO WS-NIGHTS-ON-FILE
           MOVE ZEROES TO WS-PREV-DATE
           MOVE 'N' TO WS-HISTORY-ENDOF
           PERFORM UNTIL WS-HISTORY-ENDOF = 'Y'
               READ RUN-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-ENDOF
                   NOT AT END
                       IF RH-RUN-DATE NOT = WS-PREV-DATE
                           ADD 1 TO WS-NIGHTS-ON-FILE
                           MOVE RH-RUN-DATE TO WS-PREV-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           IF WS-NIGHTS-ON-FILE > WS-NIGHTS-SHOWN
               COMPUTE WS-NIGHTS-TO-SKIP =
                   WS-NIGHTS-ON-FILE - WS-NIGHTS-SHOWN
           ELSE
               MOVE ZEROES TO WS-NIGHTS-TO-SKIP
           END-IF
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           OPEN OUTPUT REPORT-FILE
           PERFORM 660-PRINT-PAGE-HEADER
           OPEN INPUT RUN-HISTORY-FILE
           MOVE ZEROES TO WS-NIGHT-NUMBER
           MOVE ZEROES TO WS-PREV-DATE
           MOVE 'N' TO WS-RUN-OPEN
           MOVE 'N' TO WS-HISTORY-ENDOF
           PERFORM UNTIL WS-HISTORY-ENDOF = 'Y'
               READ RUN-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-ENDOF
                   NOT AT END
                       IF RH-RUN-DATE NOT = WS-PREV-DATE
                           ADD 1 TO WS-NIGHT-NUMBER
                           MOVE RH-RUN-DATE TO WS-PREV-DATE
                       END-IF
                       IF WS-NIGHT-NUMBER > WS-NIGHTS-TO-SKIP
                           PERFORM 620-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUN-OPEN = 'Y'
               PERFORM 630-CLOSE-RUN
               PERFORM 640-CLOSE-NIGHT
           END-IF
           CLOSE RUN-HISTORY-FILE
           PERFORM 690-PRINT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "RUN HISTORY PRINTED - " WS-TOTAL-NIGHTS
               " NIGHTS, " WS-TOTAL-FAILED " WITH A FAILED STEP.".

       620-HISTORY-RECORD.
           IF WS-RUN-OPEN = 'Y'
               IF RH-RUN-DATE NOT = WS-CUR-DATE
                   PERFORM 630-CLOSE-RUN
                   PERFORM 640-CLOSE-NIGHT
               ELSE
                   IF RH-RUN-NO NOT = WS-CUR-RUN
                       PERFORM 630-CLOSE-RUN
                   END-IF
               END-IF
           END-IF
           IF WS-RUN-OPEN = 'N'
               IF RH-RUN-DATE NOT = WS-CUR-DATE
                   MOVE 'Y' TO WS-FIRST-RUN-OF-NIGHT
                   MOVE 'N' TO WS-NIGHT-FAILED
                   ADD 1 TO WS-TOTAL-NIGHTS
               END-IF
               MOVE 'Y' TO WS-RUN-OPEN
               MOVE RH-RUN-DATE TO WS-CUR-DATE
               MOVE RH-RUN-NO TO WS-CUR-RUN
               MOVE SPACES TO WS-RUN-KIND
               MOVE SPACES TO WS-RUN-START
               MOVE SPACES TO WS-RUN-END
               MOVE 'R' TO WS-RUN-STATUS
               MOVE ZEROES TO WS-RUN-STEPS
               MOVE SPACES TO WS-RUN-FIRST-STEP
               MOVE SPACES TO WS-RUN-FAILED-STEP
               MOVE ZEROES TO WS-RUN-FAILED-CC
               ADD 1 TO WS-TOTAL-RUNS
           END-IF
           IF RH-STEP = WS-CHAIN-STEP
               MOVE RH-RUN-KIND TO WS-RUN-KIND
               MOVE RH-START TO WS-RUN-START
               MOVE RH-END TO WS-RUN-END
               MOVE RH-STATUS TO WS-RUN-STATUS
           ELSE
               ADD 1 TO WS-RUN-STEPS
               IF WS-RUN-FIRST-STEP = SPACES
                   MOVE RH-STEP TO WS-RUN-FIRST-STEP
               END-IF
               IF RH-FAILED
                   MOVE RH-STEP TO WS-RUN-FAILED-STEP
                   MOVE RH-COND-CODE TO WS-RUN-FAILED-CC
                   PERFORM 650-ADD-STEP-FAILURE
               END-IF
           END-IF.

       630-CLOSE-RUN.
           MOVE SPACES TO WS-RUN-LINE
           IF WS-FIRST-RUN-OF-NIGHT = 'Y'
               MOVE WS-CUR-DATE TO WS-RL-DATE
               MOVE 'N' TO WS-FIRST-RUN-OF-NIGHT
           END-IF
           MOVE WS-CUR-RUN TO WS-RL-RUN
           IF WS-RUN-KIND = 'R'
               MOVE "RESTART" TO WS-RL-KIND
           ELSE
               MOVE "FULL" TO WS-RL-KIND
           END-IF
           IF WS-RUN-START NOT = SPACES
               MOVE WS-RUN-START (9:2) TO WS-RL-START (1:2)
               MOVE ":" TO WS-RL-START (3:1)
               MOVE WS-RUN-START (11:2) TO WS-RL-START (4:2)
               MOVE ":" TO WS-RL-START (6:1)
               MOVE WS-RUN-START (13:2) TO WS-RL-START (7:2)
           END-IF
           IF WS-RUN-END NOT = SPACES
               MOVE WS-RUN-END (9:2) TO WS-RL-END (1:2)
               MOVE ":" TO WS-RL-END (3:1)
               MOVE WS-RUN-END (11:2) TO WS-RL-END (4:2)
               MOVE ":" TO WS-RL-END (6:1)
               MOVE WS-RUN-END (13:2) TO WS-RL-END (7:2)
           END-IF
           MOVE WS-RUN-FIRST-STEP TO WS-RL-FIRST-STEP
           MOVE WS-RUN-STEPS TO WS-RL-STEPS
           EVALUATE TRUE
               WHEN WS-RUN-FAILED-STEP NOT = SPACES
                   MOVE "FAILED AT" TO WS-RL-RESULT
                   MOVE WS-RUN-FAILED-STEP TO WS-RL-RESULT (11:8)
                   MOVE "CC" TO WS-RL-RESULT (20:2)
                   MOVE WS-RUN-FAILED-CC TO WS-RL-RESULT (23:4)
                   MOVE 'Y' TO WS-NIGHT-FAILED
               WHEN WS-RUN-STATUS = 'C'
                   MOVE "COMPLETE" TO WS-RL-RESULT
               WHEN OTHER
                   MOVE "DID NOT FINISH" TO WS-RL-RESULT
           END-EVALUATE
           IF WS-RUN-FAILED-STEP NOT = SPACES
               MOVE 'F' TO WS-NIGHT-LAST-STATUS
           ELSE
               MOVE WS-RUN-STATUS TO WS-NIGHT-LAST-STATUS
           END-IF
           MOVE WS-RUN-LINE TO PRINT-LINE
           PERFORM 670-WRITE-REPORT-LINE
           MOVE 'N' TO WS-RUN-OPEN.

      *>A night counts as clean only if its first run went
      *>through; a night that needed a restart is counted as
      *>having a failed step whether or not the restart finished.
       640-CLOSE-NIGHT.
           IF WS-NIGHT-FAILED = 'Y'
               ADD 1 TO WS-TOTAL-FAILED
           ELSE
               IF WS-NIGHT-LAST-STATUS = 'C'
                   ADD 1 TO WS-TOTAL-CLEAN
               END-IF
           END-IF
           IF WS-NIGHT-LAST-STATUS NOT = 'C'
               ADD 1 TO WS-TOTAL-UNFINISHED
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 670-WRITE-REPORT-LINE.

       650-ADD-STEP-FAILURE.
           PERFORM VARYING WS-FAIL-SUB FROM 1 BY 1
               UNTIL WS-FAIL-SUB > WS-FAIL-COUNT
               OR WS-FT-STEP (WS-FAIL-SUB) = RH-STEP
               CONTINUE
           END-PERFORM
           IF WS-FAIL-SUB > WS-FAIL-COUNT
               IF WS-FAIL-COUNT < 30
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE RH-STEP TO WS-FT-STEP (WS-FAIL-COUNT)
                   MOVE 1 TO WS-FT-COUNT (WS-FAIL-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-FT-COUNT (WS-FAIL-SUB)
           END-IF.

       660-PRINT-PAGE-HEADER.
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE "        NIGHTLY CHAIN RUN HISTORY - LAST 30 NIGHTS"
               TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "NIGHT      RUN  KIND     STARTED   ENDED     "
               TO PRINT-LINE
           MOVE "FROM    STEPS  RESULT" TO PRINT-LINE (46:21)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "---------- ---  -------  --------  --------  "
               TO PRINT-LINE
           MOVE "--------  ---  ------------------------------"
               TO PRINT-LINE (46:45)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-LINE-COUNT.

      *>The page header borrows PRINT-LINE, so the pending line is
      *>parked while the new page starts.
       670-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE PRINT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUM
               PERFORM 660-PRINT-PAGE-HEADER
               MOVE WS-SAVE-LINE TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       690-PRINT-TOTALS.
           MOVE "NIGHTS SHOWN" TO WS-CL-TEXT
           MOVE WS-TOTAL-NIGHTS TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 670-WRITE-REPORT-LINE
           MOVE "RUNS, INCLUDING RESTARTS" TO WS-CL-TEXT
           MOVE WS-TOTAL-RUNS TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 670-WRITE-REPORT-LINE
           MOVE "NIGHTS CLEAN FIRST TIME" TO WS-CL-TEXT
           MOVE WS-TOTAL-CLEAN TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 670-WRITE-REPORT-LINE
           MOVE "NIGHTS WITH A FAILED STEP" TO WS-CL-TEXT
           MOVE WS-TOTAL-FAILED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 670-WRITE-REPORT-LINE
           MOVE "NIGHTS STILL NOT COMPLETE" TO WS-CL-TEXT
           MOVE WS-TOTAL-UNFINISHED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 670-WRITE-REPORT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 670-WRITE-REPORT-LINE
           IF WS-FAIL-COUNT = 0
               MOVE "NO STEP FAILED IN THE NIGHTS SHOWN." TO PRINT-LINE
               PERFORM 670-WRITE-REPORT-LINE
           ELSE
               MOVE "FAILURES BY STEP" TO PRINT-LINE
               PERFORM 670-WRITE-REPORT-LINE
               PERFORM VARYING WS-FAIL-SUB FROM 1 BY 1
                   UNTIL WS-FAIL-SUB > WS-FAIL-COUNT
                   MOVE WS-FT-STEP (WS-FAIL-SUB) TO WS-FL-STEP
                   MOVE WS-FT-COUNT (WS-FAIL-SUB) TO WS-FL-COUNT
                   MOVE WS-FAIL-LINE TO PRINT-LINE
                   PERFORM 670-WRITE-REPORT-LINE
               END-PERFORM
           END-IF.

      *>Record count and hash totals of the item master, and the
      *>length of the audit trail. An unreadable master gives an
      *>all-zero fingerprint, which no restart can match unless
      *>the master was unreadable at the failure too.
       800-TAKE-FINGERPRINT.
           MOVE ZEROES TO WS-FP-ITEM-COUNT
           MOVE ZEROES TO WS-FP-CODE-TOTAL
           MOVE ZEROES TO WS-FP-QTY-TOTAL
           MOVE ZEROES TO WS-FP-PRICE-TOTAL
           MOVE ZEROES TO WS-FP-COST-TOTAL
           MOVE ZEROES TO WS-FP-AUDIT-COUNT
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS = '00'
               MOVE 'N' TO WS-ITEM-ENDOF
               PERFORM UNTIL WS-ITEM-ENDOF = 'Y'
                   READ ITEM-FILE
                       AT END MOVE 'Y' TO WS-ITEM-ENDOF
                       NOT AT END PERFORM 810-ADD-ITEM-TO-FINGERPRINT
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
               MOVE 'N' TO WS-AUDIT-ENDOF
               PERFORM UNTIL WS-AUDIT-ENDOF = 'Y'
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO WS-AUDIT-ENDOF
                       NOT AT END ADD 1 TO WS-FP-AUDIT-COUNT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       810-ADD-ITEM-TO-FINGERPRINT.
           ADD 1 TO WS-FP-ITEM-COUNT
           ADD ITEM-CODE TO WS-FP-CODE-TOTAL
           IF ITEM-QTY NUMERIC
               ADD ITEM-QTY TO WS-FP-QTY-TOTAL
           END-IF
           IF ITEM-PRICE NUMERIC
               ADD ITEM-PRICE TO WS-FP-PRICE-TOTAL
           END-IF
           IF ITEM-COST NUMERIC
               ADD ITEM-COST TO WS-FP-COST-TOTAL
           END-IF.
