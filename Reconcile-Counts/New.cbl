      *         corrections also go to the permanent movement
      *         ledger so the stock card shows count variances
      *         alongside ordinary movements.
      *         Counts are taken lot by lot: each count line names
      *         the lot counted (blank for undated stock) and is
      *         compared with that lot's quantity. Posting sets
      *         the lot to the counted figure and moves the
      *         location and ITEM-FILE quantities by the same
      *         variance. A lot found on the shelf that the system
      *         does not know is set up with no expiry date.
      *         Every posted line also moves the item's
      *         last-counted date at that location forward on the
      *         count schedule file, noting whether the count found
      *         a variance, so SCHEDULE-COUNTS knows what to count
      *         next and what to recount.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS LOC-KEY
           FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Stock\lotstock.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT APPROVE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Reconcile-Counts\approvefile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS WH-CODE
           FILE STATUS IS WS-LOCMAST-FILE-STATUS.

           SELECT COUNT-SCHED-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Count-Scheduler\countsched.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CS-KEY
           FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT INUSE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\In-Use-Register\inuse.dat"
           ORGANIZATION IS INDEXED
        02 COUNT-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 COUNT-LOC PIC X(3) VALUE SPACES.
        02 COUNT-QTY PIC 9(5) VALUE ZEROES.
        02 COUNT-LOT PIC X(10) VALUE SPACES.

       FD  ITEM-FILE.
       01  STOCK-ITEMS.
         03 LOC-WH-CODE PIC X(3) VALUE SPACES.
        02 LOC-QTY PIC 9(5) VALUE ZEROES.

      *>Stock by item, location and lot; the lots at a location
      *>add up to its LOC-QTY. Undated stock sits under a blank
      *>lot with no expiry date.
       FD  LOT-STOCK-FILE.
       01  LOT-STOCK-REC.
        02 LOT-KEY.
         03 LOT-ITEM-CODE PIC 9(5) VALUE ZEROES.
         03 LOT-WH-CODE PIC X(3) VALUE SPACES.
         03 LOT-NUMBER PIC X(10) VALUE SPACES.
        02 LOT-EXPIRY-DATE PIC 9(8) VALUE ZEROES.
        02 LOT-QTY PIC 9(5) VALUE ZEROES.

       FD  APPROVE-FILE.
       01  APPROVE-RECORD.
        02 AP-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 AP-LOC PIC X(3) VALUE SPACES.
        02 AP-QTY PIC 9(5) VALUE ZEROES.
        02 AP-LOT PIC X(10) VALUE SPACES.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
        02 WH-CODE PIC X(3) VALUE SPACES.
        02 WH-NAME PIC X(20) VALUE SPACES.

      *>Count schedule: the date each item was last counted at
      *>each location and whether that count found a variance.
      *>A line the scheduler started but nobody has counted yet
      *>is marked S; posting its first count replaces the date.
       FD  COUNT-SCHED-FILE.
       01  COUNT-SCHED-RECORD.
        02 CS-KEY.
         03 CS-ITEM-CODE PIC 9(5) VALUE ZEROES.
         03 CS-WH-CODE PIC X(3) VALUE SPACES.
        02 CS-LAST-COUNTED PIC 9(8) VALUE ZEROES.
        02 CS-LAST-VARIANCE PIC X(1) VALUE 'N'.
           88 CS-VARIANCE-FOUND VALUE 'Y'.
           88 CS-NO-VARIANCE VALUE 'N'.
           88 CS-NOT-YET-COUNTED VALUE 'S'.

      *>Shared in-use register: every program that updates the
      *>masters records itself here at open and clears itself at
      *>close, so interactive sessions and the nightly chain
       01  WS-COUNT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-ITEM-FOUND PIC A(1) VALUE 'N'.
       01  WS-LOC-FOUND PIC A(1) VALUE 'N'.
       01  WS-LOT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-FOUND PIC A(1) VALUE 'N'.
       01  WS-OLD-LOT-QTY PIC 9(5) VALUE ZEROES.
       01  WS-NEW-LOC-QTY PIC S9(6) VALUE ZEROES.
       01  WS-SYS-QTY PIC 9(5) VALUE ZEROES.
       01  WS-VARIANCE PIC S9(5) VALUE ZEROES.
       01  WS-EXCEPTION-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-LEDGER-WRITTEN PIC A(1) VALUE 'N'.
       01  WS-TODAY PIC 9(8) VALUE ZEROES.

       01  WS-SCHED-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-SCHED-FOUND PIC A(1) VALUE 'N'.

       01  WS-LOCMAST-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOC-ON-MASTER PIC A(1) VALUE 'N'.
       01  WS-LOC-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-LOC PIC X(3) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-LOT PIC X(10) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-OLD-QTY PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-NEW-QTY PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-LOC PIC X(3) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-LOT PIC X(10) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-SYS-QTY PIC ZZ,ZZ9 VALUE ZEROES.
       010-REPORT-VARIANCES.
           OPEN INPUT COUNT-FILE
           OPEN INPUT ITEM-FILE
           OPEN INPUT LOT-STOCK-FILE
           IF WS-LOT-FILE-STATUS NOT = '00'
               DISPLAY "LOT STOCK FILE UNAVAILABLE - STATUS "
                   WS-LOT-FILE-STATUS
               DISPLAY "NO COUNTS RECONCILED."
               CLOSE COUNT-FILE
               CLOSE ITEM-FILE
                   "maintenance app first. NO COUNTS RECONCILED."
               CLOSE COUNT-FILE
               CLOSE ITEM-FILE
               CLOSE LOT-STOCK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "       PHYSICAL COUNT RECONCILIATION EXCEPTIONS"
           DISPLAY "CODE   LOC  LOT         NAME                 "
               "SYS QTY  COUNT   VAR"
           DISPLAY "-----  ---  ----------  --------------------  "
               "-------  ------ ----"
           PERFORM UNTIL WS-COUNT-ENDOF = 'Y'
               READ COUNT-FILE
                   AT END MOVE 'Y' TO WS-COUNT-ENDOF
           END-PERFORM
           CLOSE COUNT-FILE
           CLOSE ITEM-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOCATION-FILE
           DISPLAY "-----  ---  ----------  --------------------  "
               "-------  ------ ----"
           DISPLAY "EXCEPTIONS FOUND: " WS-EXCEPTION-COUNT.

       100-RECONCILE-ONE-COUNT.
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE COUNT-ITEM-CODE TO WS-DL-CODE
               MOVE COUNT-LOC TO WS-DL-LOC
               MOVE COUNT-LOT TO WS-DL-LOT
               MOVE "*** LOC NOT ON MASTER **" TO WS-DL-NAME
               MOVE SPACES TO WS-DL-LOC-NAME
               DISPLAY WS-DETAIL-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE COUNT-ITEM-CODE TO WS-DL-CODE
               MOVE COUNT-LOC TO WS-DL-LOC
               MOVE COUNT-LOT TO WS-DL-LOT
               MOVE "*** NOT ON ITEM-FILE ***" TO WS-DL-NAME
               MOVE SPACES TO WS-DL-LOC-NAME
               DISPLAY WS-DETAIL-LINE
           ELSE
               MOVE COUNT-ITEM-CODE TO LOT-ITEM-CODE
               MOVE COUNT-LOC TO LOT-WH-CODE
               MOVE COUNT-LOT TO LOT-NUMBER
               READ LOT-STOCK-FILE
                   INVALID KEY MOVE 'N' TO WS-LOT-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-LOT-FOUND
               END-READ
               IF WS-LOT-FOUND = 'Y'
                   MOVE LOT-QTY TO WS-SYS-QTY
               ELSE
                   MOVE ZEROES TO WS-SYS-QTY
               END-IF
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE ITEM-CODE TO WS-DL-CODE
                   MOVE COUNT-LOC TO WS-DL-LOC
                   MOVE COUNT-LOT TO WS-DL-LOT
                   MOVE ITEM-NAME TO WS-DL-NAME
                   MOVE WS-SYS-QTY TO WS-DL-SYS-QTY
                   MOVE COUNT-QTY TO WS-DL-COUNT-QTY
               CLOSE LOC-STOCK-FILE
               OPEN I-O LOC-STOCK-FILE
           END-IF
           OPEN I-O LOT-STOCK-FILE
           IF WS-LOT-FILE-STATUS = '35'
               OPEN OUTPUT LOT-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               OPEN I-O LOT-STOCK-FILE
           END-IF
           OPEN INPUT LOCATION-FILE
           IF WS-LOCMAST-FILE-STATUS NOT = '00'
               DISPLAY "LOCATION MASTER UNAVAILABLE - STATUS "
               CLOSE APPROVE-FILE
               CLOSE ITEM-FILE
               CLOSE LOC-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               PERFORM 930-CLEAR-IN-USE
               MOVE 8 TO RETURN-CODE
               STOP RUN
               CLOSE MOVE-LEDGER-FILE
               OPEN I-O MOVE-LEDGER-FILE
           END-IF
           OPEN I-O COUNT-SCHED-FILE
           IF WS-SCHED-FILE-STATUS = '35'
               OPEN OUTPUT COUNT-SCHED-FILE
               CLOSE COUNT-SCHED-FILE
               OPEN I-O COUNT-SCHED-FILE
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "        APPROVED COUNT POSTING REGISTER"
           DISPLAY "CODE   LOC  LOT         OLD QTY  NEW QTY     VAR"
               "  ROLL-UP"
           DISPLAY "-----  ---  ----------  -------  -------  ------"
               "  -------"
           PERFORM UNTIL WS-APPROVE-ENDOF = 'Y'
               READ APPROVE-FILE
                   AT END MOVE 'Y' TO WS-APPROVE-ENDOF
           CLOSE APPROVE-FILE
           CLOSE ITEM-FILE
           CLOSE LOC-STOCK-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOCATION-FILE
           CLOSE AUDIT-FILE
           CLOSE MOVE-LEDGER-FILE
           CLOSE COUNT-SCHED-FILE
           PERFORM 930-CLEAR-IN-USE
           DISPLAY "-----  ---  ----------  -------  -------  ------"
               "  -------"
           DISPLAY "COUNTS POSTED  : " WS-POSTED-COUNT
           DISPLAY "COUNTS REJECTED: " WS-REJECT-COUNT.

               END-IF
           END-IF.

      *>The count replaces the lot quantity; the location and the
      *>ITEM-FILE roll-up move by the same variance so the lots,
      *>the location and the item still agree.
       700-APPLY-ONE-COUNT.
           MOVE AP-ITEM-CODE TO LOT-ITEM-CODE
           MOVE AP-LOC TO LOT-WH-CODE
           MOVE AP-LOT TO LOT-NUMBER
           READ LOT-STOCK-FILE
               INVALID KEY MOVE 'N' TO WS-LOT-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-LOT-FOUND
           END-READ
           IF WS-LOT-FOUND = 'Y'
               MOVE LOT-QTY TO WS-OLD-LOT-QTY
           ELSE
               MOVE ZEROES TO WS-OLD-LOT-QTY
               MOVE ZEROES TO LOT-EXPIRY-DATE
           END-IF
           COMPUTE WS-DELTA = AP-QTY - WS-OLD-LOT-QTY
           MOVE AP-ITEM-CODE TO LOC-ITEM-CODE
           MOVE AP-LOC TO LOC-WH-CODE
           READ LOC-STOCK-FILE
           ELSE
               MOVE ZEROES TO WS-OLD-LOC-QTY
           END-IF
           COMPUTE WS-NEW-LOC-QTY = WS-OLD-LOC-QTY + WS-DELTA
           MOVE ITEM-QTY TO WS-OLD-ITEM-QTY
           COMPUTE WS-NEW-ITEM-QTY = ITEM-QTY + WS-DELTA
           EVALUATE TRUE
               WHEN WS-NEW-ITEM-QTY < 0 OR WS-NEW-ITEM-QTY > 99999
                   DISPLAY "REJECTED - ROLL-UP OUT OF RANGE: "
                       AP-ITEM-CODE " AT " AP-LOC
                       " ON HAND " WS-OLD-ITEM-QTY " VAR " WS-DELTA
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-NEW-LOC-QTY < 0 OR WS-NEW-LOC-QTY > 99999
                   DISPLAY "REJECTED - LOCATION OUT OF RANGE: "
                       AP-ITEM-CODE " AT " AP-LOC " LOT " AP-LOT
                       " LOCATION " WS-OLD-LOC-QTY " VAR " WS-DELTA
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   MOVE AP-QTY TO LOT-QTY
                   IF WS-LOT-FOUND = 'Y'
                       REWRITE LOT-STOCK-REC
                       END-REWRITE
                   ELSE
                       WRITE LOT-STOCK-REC
                       END-WRITE
                   END-IF
                   MOVE WS-NEW-LOC-QTY TO LOC-QTY
                   IF WS-LOC-FOUND = 'Y'
                       REWRITE LOC-STOCK-REC
                       END-REWRITE
                   ELSE
                       WRITE LOC-STOCK-REC
                       END-WRITE
                   END-IF
                   MOVE WS-NEW-ITEM-QTY TO ITEM-QTY
                   REWRITE STOCK-ITEMS
                   END-REWRITE
                   PERFORM 900-WRITE-COUNT-AUDIT
                   PERFORM 950-WRITE-COUNT-LEDGER
                   PERFORM 720-ADVANCE-COUNT-DATE
                   MOVE AP-ITEM-CODE TO WS-RL-CODE
                   MOVE AP-LOC TO WS-RL-LOC
                   MOVE AP-LOT TO WS-RL-LOT
                   MOVE WS-OLD-LOT-QTY TO WS-RL-OLD-QTY
                   MOVE AP-QTY TO WS-RL-NEW-QTY
                   MOVE WS-DELTA TO WS-RL-DELTA
                   MOVE ITEM-QTY TO WS-RL-ROLLUP
                   MOVE WS-LOC-NAME TO WS-RL-LOC-NAME
                   DISPLAY WS-REGISTER-LINE
                   ADD 1 TO WS-POSTED-COUNT
           END-EVALUATE.

      *>A location counted lot by lot posts several lines on the
      *>same day; any one of them with a variance marks the whole
      *>location for a recount.
       720-ADVANCE-COUNT-DATE.
           MOVE AP-ITEM-CODE TO CS-ITEM-CODE
           MOVE AP-LOC TO CS-WH-CODE
           READ COUNT-SCHED-FILE
               INVALID KEY MOVE 'N' TO WS-SCHED-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-SCHED-FOUND
           END-READ
           IF WS-SCHED-FOUND = 'N' OR CS-LAST-COUNTED NOT = WS-TODAY
               MOVE WS-TODAY TO CS-LAST-COUNTED
               SET CS-NO-VARIANCE TO TRUE
           END-IF
           IF WS-DELTA NOT = 0
               SET CS-VARIANCE-FOUND TO TRUE
           END-IF
           IF WS-SCHED-FOUND = 'Y'
               REWRITE COUNT-SCHED-RECORD
               END-REWRITE
           ELSE
               WRITE COUNT-SCHED-RECORD
               END-WRITE
           END-IF.

       900-WRITE-COUNT-AUDIT.
