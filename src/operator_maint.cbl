      *> each operator has a passcode and a role - "I" inquiry
      *> only, "S" service, "V" supervisor - and the consoles
      *> refuse any transaction the role does not permit.
      *> An operator who is also on the customer master - staff
      *> buy policies too - carries that customer id, so the access
      *> review can tell a look at their own or their family's
      *> record, or a colleague's, from ordinary servicing.
      *> An operator who is on staff carries their emp id, so the
      *> sign-on goes the day the employee leaves.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WS-EXISTING-COUNT     PIC 9(7).

       01 WS-CUSTOMER-FOUND     PIC X(01) VALUE "N".
           88 CUSTOMER-ON-FILE      VALUE "Y".

       01 WS-EMP-FOUND          PIC X(01) VALUE "N".
           88 EMP-ON-FILE           VALUE "Y".

       LINKAGE SECTION.

       01 LK-OPERATOR-ID        PIC 9(9).
       01 LK-OPERATOR-NAME      PIC X(60).
       01 LK-PASSCODE           PIC X(12).
       01 LK-ROLE               PIC X(01).
      *> zero when the operator holds no business with us.
       01 LK-CUSTOMER-ID        PIC 9(9).
      *> zero for an operator who is not on the emp table.
       01 LK-EMP-ID             PIC 9(9).
       01 LK-STATUS             PIC X(01).
           88 LK-STATUS-OK         VALUE "Y".
           88 LK-STATUS-FAILED     VALUE "N".

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-OPERATOR-NAME
           LK-PASSCODE LK-ROLE LK-CUSTOMER-ID LK-EMP-ID LK-STATUS.

           SET LK-STATUS-FAILED TO TRUE

           MOVE "N" TO WS-CUSTOMER-FOUND
           IF LK-CUSTOMER-ID > 0
               PERFORM CHECK-THE-CUSTOMER
           END-IF

           MOVE "N" TO WS-EMP-FOUND
           IF LK-EMP-ID > 0
               PERFORM CHECK-THE-EMPLOYEE
           END-IF

           EVALUATE TRUE
               WHEN LK-OPERATOR-ID = 0
                   DISPLAY "ERROR: OPERATOR ID IS REQUIRED"
               WHEN LK-ROLE NOT = "I" AND LK-ROLE NOT = "S"
                   AND LK-ROLE NOT = "V"
                   DISPLAY "ERROR: ROLE MUST BE I, S OR V"
               WHEN LK-CUSTOMER-ID > 0 AND NOT CUSTOMER-ON-FILE
                   DISPLAY "ERROR: CUSTOMER " LK-CUSTOMER-ID
                       " IS NOT ON THE CUSTOMER MASTER"
               WHEN LK-EMP-ID > 0 AND NOT EMP-ON-FILE
                   DISPLAY "ERROR: EMPLOYEE " LK-EMP-ID
                       " IS NOT ON THE BOOKS"
               WHEN OTHER
                   PERFORM STORE-THE-OPERATOR
           END-EVALUATE.

           GOBACK.

       CHECK-THE-CUSTOMER.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM customers
               WHERE customer_id = :LK-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 0 AND WS-EXISTING-COUNT > 0
               SET CUSTOMER-ON-FILE TO TRUE
           END-IF.

       CHECK-THE-EMPLOYEE.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING-COUNT
               FROM emp
               WHERE id = :LK-EMP-ID
                   AND is_deleted = FALSE
           END-EXEC

           IF SQLCODE = 0 AND WS-EXISTING-COUNT > 0
               SET EMP-ON-FILE TO TRUE
           END-IF.

       STORE-THE-OPERATOR.

           EXEC SQL
                   SET operator_name = :LK-OPERATOR-NAME,
                       passcode = :LK-PASSCODE,
                       operator_role = :LK-ROLE,
                       customer_id = :LK-CUSTOMER-ID,
                       emp_id = :LK-EMP-ID,
                       operator_status = 'A'
                   WHERE operator_id = :LK-OPERATOR-ID
               END-EXEC
               EXEC SQL
                   INSERT INTO operators
                   (operator_id, operator_name, passcode,
                       operator_role, customer_id, emp_id,
                       operator_status)
                   VALUES
                   (:LK-OPERATOR-ID, :LK-OPERATOR-NAME,
                       :LK-PASSCODE, :LK-ROLE, :LK-CUSTOMER-ID,
                       :LK-EMP-ID, 'A')
               END-EXEC
           END-IF

