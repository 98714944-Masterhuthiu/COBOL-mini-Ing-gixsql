      *> an employee who leaves stays in the emp table - this flips
      *> is_deleted rather than removing the row, so FetchEmployees
      *> and anything reporting off of history still has it to see.
      *> Their work goes to their supervisor; TerminateEmployee is
      *> the way in when somebody else is taking it over.
       method-id. DeleteEmployee static.
       procedure division using by value empId as binary-long.
           invoke type EmployeeRepo "TerminateEmployee" using empId 0
           goback.
       end method DeleteEmployee.

      *> the leaver's row is flipped the way DeleteEmployee always
      *> did, then everything that pointed at them is handed on -
      *> their direct reports are re-parented here, an audit row
      *> each, and EMPOFFBOARD disables their sign-on, moves their
      *> cases and their book, and prints the offboarding report.
      *> successorId zero hands the work to the leaver's supervisor;
      *> a successor who is not on the books moves nothing, and the
      *> report says what is left.
       method-id. TerminateEmployee static.
       local-storage section.
       01 leaver-emp-id        pic 9(9).
       01 leaver-supervisor-id  pic 9(9).
       01 successor-emp-id       pic 9(9).
       01 successor-count         pic 9(9).
       01 moved-emp-id             pic 9(9).
       01 reports-moved             pic 9(7) value 0.
       01 successor-id               binary-long.
       01 rows-changed                binary-long.
       01 connect-status               pic x(01).
       01 offboard-status               pic x(01).
       01 old-values-summary    pic x(200).
       01 new-values-summary     pic x(200).

       procedure division using by value empId as binary-long,
                                        successorId as binary-long.
           declare conn   as type Npgsql.NpgsqlConnection
           declare cmd    as type Npgsql.NpgsqlCommand
           declare reader as type Npgsql.NpgsqlDataReader

           move empId to leaver-emp-id

           set conn = new Npgsql.NpgsqlConnection(
               invoke type EmployeeRepo "GetConnectionString")

           invoke conn "Open"

           set cmd = new Npgsql.NpgsqlCommand(
               "SELECT COALESCE(MAX(supervisor_id), 0) FROM emp WHERE id = @i",
               conn)
           invoke cmd::Parameters "AddWithValue" using "@i", empId
           invoke cmd "ExecuteScalar" returning leaver-supervisor-id

           move successorId to successor-id
           if successor-id = 0
               move leaver-supervisor-id to successor-id
           end-if

           set cmd = new Npgsql.NpgsqlCommand(
               "SELECT COUNT(*)::int FROM emp WHERE id = @s AND id <> @i AND is_deleted = FALSE",
               conn)
           invoke cmd::Parameters "AddWithValue" using "@s", successor-id
           invoke cmd::Parameters "AddWithValue" using "@i", empId
           invoke cmd "ExecuteScalar" returning successor-count

           if successor-count = 0
               move 0 to successor-id
           end-if
           move successor-id to successor-emp-id

           set cmd = new Npgsql.NpgsqlCommand(
               "UPDATE emp SET is_deleted = TRUE WHERE id = @i", conn)

           invoke cmd::Parameters "AddWithValue" using "@i", empId
           invoke cmd "ExecuteNonQuery"

           if successor-id > 0
      *>       a successor who reported to the leaver moves up to the
      *>       leaver's own supervisor rather than report to themself
               set cmd = new Npgsql.NpgsqlCommand(
                   "UPDATE emp SET supervisor_id = @up WHERE id = @s AND supervisor_id = @i",
                   conn)
               invoke cmd::Parameters "AddWithValue" using "@up",
                   leaver-supervisor-id
               invoke cmd::Parameters "AddWithValue" using "@s",
                   successor-id
               invoke cmd::Parameters "AddWithValue" using "@i", empId
               invoke cmd "ExecuteNonQuery" returning rows-changed

               if rows-changed > 0
                   move spaces to old-values-summary
                   move spaces to new-values-summary
                   string "supervisor_id=" leaver-emp-id
                       delimited by size into old-values-summary
                   string "supervisor_id=" leaver-supervisor-id
                       delimited by size into new-values-summary
                   invoke type EmployeeRepo "LogAuditRow" using
                       successor-id "UPDATE" old-values-summary
                       new-values-summary
                   display "SUCCESSOR " successor-emp-id
                       " NOW REPORTS TO " leaver-supervisor-id
                   add 1 to reports-moved
               end-if

               set cmd = new Npgsql.NpgsqlCommand(
                   "UPDATE emp SET supervisor_id = @s WHERE supervisor_id = @i AND is_deleted = FALSE RETURNING id",
                   conn)
               invoke cmd::Parameters "AddWithValue" using "@s",
                   successor-id
               invoke cmd::Parameters "AddWithValue" using "@i", empId
               invoke cmd "ExecuteReader" returning reader

               perform until not reader::Read()
                   move reader::GetInt32(0) to moved-emp-id
                   move spaces to old-values-summary
                   move spaces to new-values-summary
                   string "supervisor_id=" leaver-emp-id
                       delimited by size into old-values-summary
                   string "supervisor_id=" successor-emp-id
                       delimited by size into new-values-summary
                   invoke type EmployeeRepo "LogAuditRow" using
                       moved-emp-id "UPDATE" old-values-summary
                       new-values-summary
                   display "DIRECT REPORT " moved-emp-id
                       " RE-PARENTED TO " successor-emp-id
                   add 1 to reports-moved
               end-perform

               invoke reader "Close"
           end-if

           invoke conn "Close"

           invoke type EmployeeRepo "LogAuditRow" using empId "DELETE"
               "is_deleted=FALSE" "is_deleted=TRUE"

           call "DB-CONNECT" using connect-status

           if connect-status = "Y"
               call "EMPOFFBOARD" using leaver-emp-id successor-emp-id
                   reports-moved offboard-status
           else
               display "OFFBOARDING NOT RUN FOR EMPLOYEE "
                   leaver-emp-id " - NO DATABASE CONNECTION"
           end-if

           goback.
       end method TerminateEmployee.

      *> lets a caller narrow the roster instead of scrolling through
      *> every row FetchEmployees prints - namePattern is passed
