       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-CUSTOMERS.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Maintains the customer master file behind order
      *         entry: account code, name, address, payment terms
      *         in days, credit limit and account status. Order
      *         entry only takes orders for an account that is on
      *         this master and active, so one customer no longer
      *         turns up under three spellings, and holds any order
      *         that would take the account's open order value past
      *         its credit limit until a supervisor releases it. A
      *         credit limit of zero means no credit - every order
      *         on the account is held for release.
      *         An account is never deleted here - order history
      *         refers to it - only added, updated or made
      *         inactive, which stops new orders being taken.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Customer-Master\custmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUST-CODE
           FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
        02 CUST-CODE PIC X(6) VALUE SPACES.
        02 CUST-NAME PIC X(20) VALUE SPACES.
        02 CUST-ADDR-1 PIC X(25) VALUE SPACES.
        02 CUST-ADDR-2 PIC X(25) VALUE SPACES.
        02 CUST-TOWN PIC X(20) VALUE SPACES.
        02 CUST-POSTCODE PIC X(8) VALUE SPACES.
        02 CUST-TERMS-DAYS PIC 9(3) VALUE ZEROES.
        02 CUST-CREDIT-LIMIT PIC 9(7)V99 VALUE ZEROES.
        02 CUST-STATUS PIC X(1) VALUE 'A'.
           88 CUST-ACTIVE VALUE 'A'.
           88 CUST-INACTIVE VALUE 'I'.

       WORKING-STORAGE SECTION.

       01  WS-CUST-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-MENU-CHOICE PIC X(1) VALUE SPACES.
       01  WS-CUST-FOUND PIC A(1) VALUE 'N'.
       01  WS-UPDATE-ANSWER PIC A(1) VALUE 'N'.
       01  WS-STATUS-ANSWER PIC X(1) VALUE SPACES.
       01  WS-LIST-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LISTED-COUNT PIC 9(5) VALUE ZEROES.

       01  WS-CUST-LIST-LINE.
        02 WS-CL-CODE PIC X(6) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-CL-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-CL-TOWN PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-CL-TERMS PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-CL-LIMIT PIC Z,ZZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-CL-STATUS PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = '35'
               OPEN OUTPUT CUSTOMER-FILE
               CLOSE CUSTOMER-FILE
               OPEN I-O CUSTOMER-FILE
           END-IF
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY "CUSTOMER MASTER UNAVAILABLE - STATUS "
                   WS-CUST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Welcome to the Customer Maintenance App"
           DISPLAY "1. Add or update a customer account"
           DISPLAY "2. List the customer accounts"
           DISPLAY "Enter your choice:"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN '1' PERFORM 100-ADD-OR-UPDATE-CUSTOMER
               WHEN '2' PERFORM 400-LIST-CUSTOMERS
               WHEN OTHER DISPLAY "Invalid choice - nothing done."
           END-EVALUATE

           CLOSE CUSTOMER-FILE.
           STOP RUN.

       100-ADD-OR-UPDATE-CUSTOMER.
           DISPLAY "Please enter the account code (6 characters):"
           ACCEPT CUST-CODE
           IF CUST-CODE = SPACES
               DISPLAY "Account code cannot be blank - nothing done."
           ELSE
               READ CUSTOMER-FILE
                   INVALID KEY MOVE 'N' TO WS-CUST-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND
               END-READ
               IF WS-CUST-FOUND = 'Y'
                   DISPLAY "Account " CUST-CODE " exists: " CUST-NAME
                   DISPLAY "Credit limit : " CUST-CREDIT-LIMIT
                   DISPLAY "Status       : " CUST-STATUS
                   DISPLAY "Update this account? (Y/N):"
                   ACCEPT WS-UPDATE-ANSWER
                   IF WS-UPDATE-ANSWER = 'Y' OR WS-UPDATE-ANSWER = 'y'
                       PERFORM 300-UPDATE-EXISTING-CUSTOMER
                   ELSE
                       DISPLAY "Account unchanged."
                   END-IF
               ELSE
                   PERFORM 200-ADD-NEW-CUSTOMER
               END-IF
           END-IF.

       200-ADD-NEW-CUSTOMER.
           PERFORM 250-ACCEPT-CUSTOMER-DETAILS
           SET CUST-ACTIVE TO TRUE
           IF CUST-NAME = SPACES
               DISPLAY "Customer name cannot be blank - not saved."
           ELSE
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "Account " CUST-CODE
                           " already exists - not saved."
                   NOT INVALID KEY
                       DISPLAY "Account " CUST-CODE " added."
               END-WRITE
           END-IF.

       250-ACCEPT-CUSTOMER-DETAILS.
           DISPLAY "Please enter the customer name:"
           ACCEPT CUST-NAME
           DISPLAY "Address line 1:"
           ACCEPT CUST-ADDR-1
           DISPLAY "Address line 2:"
           ACCEPT CUST-ADDR-2
           DISPLAY "Town:"
           ACCEPT CUST-TOWN
           DISPLAY "Postcode:"
           ACCEPT CUST-POSTCODE
           DISPLAY "Payment terms in days:"
           ACCEPT CUST-TERMS-DAYS
           DISPLAY "Credit limit (0 = no credit, every order held):"
           ACCEPT CUST-CREDIT-LIMIT.

      *>An update re-keys the details and lets the account be
      *>made inactive (no new orders) or active again.
       300-UPDATE-EXISTING-CUSTOMER.
           PERFORM 250-ACCEPT-CUSTOMER-DETAILS
           DISPLAY "Status - A active, I inactive (blank = no "
               "change):"
           ACCEPT WS-STATUS-ANSWER
           EVALUATE WS-STATUS-ANSWER
               WHEN 'A' WHEN 'a' SET CUST-ACTIVE TO TRUE
               WHEN 'I' WHEN 'i' SET CUST-INACTIVE TO TRUE
               WHEN OTHER CONTINUE
           END-EVALUATE
           IF CUST-NAME = SPACES
               DISPLAY "Customer name cannot be blank - account "
                   "unchanged."
           ELSE
               REWRITE CUSTOMER-RECORD
               END-REWRITE
               DISPLAY "Account " CUST-CODE " updated."
           END-IF.

       400-LIST-CUSTOMERS.
           DISPLAY "CODE    NAME                  TOWN            "
               "      TERMS  CREDIT LIMIT  STATUS"
           DISPLAY "------  --------------------  ----------------"
               "----  -----  ------------  --------"
           PERFORM UNTIL WS-LIST-ENDOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-ENDOF
                   NOT AT END
                       MOVE CUST-CODE TO WS-CL-CODE
                       MOVE CUST-NAME TO WS-CL-NAME
                       MOVE CUST-TOWN TO WS-CL-TOWN
                       MOVE CUST-TERMS-DAYS TO WS-CL-TERMS
                       MOVE CUST-CREDIT-LIMIT TO WS-CL-LIMIT
                       IF CUST-ACTIVE
                           MOVE "ACTIVE" TO WS-CL-STATUS
                       ELSE
                           MOVE "INACTIVE" TO WS-CL-STATUS
                       END-IF
                       DISPLAY WS-CUST-LIST-LINE
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM
           DISPLAY "ACCOUNTS ON MASTER: " WS-LISTED-COUNT.
