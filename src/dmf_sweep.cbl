
      *> the confirmed decedent's active LIFE policies that carry
      *> no claim at all - exactly where a benefit is owed and
      *> nobody knew to file. Paid-up and extended-term
      *> nonforfeiture coverage owes a benefit just the same.
       EXEC SQL
           DECLARE DMF-POLICY-CURSOR CURSOR FOR
               SELECT p.policy_id
               FROM policy_master p
               WHERE p.customer_id = :WS-CUSTOMER-ID
                   AND RTRIM(p.policy_type) = 'LIFE'
                   AND p.policy_status IN ('A', 'W', 'R', 'X')
                   AND NOT EXISTS
                       (SELECT 1 FROM claims c
                        WHERE c.policy_id = p.policy_id)
