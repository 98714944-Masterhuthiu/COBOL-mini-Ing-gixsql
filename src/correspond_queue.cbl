       EXEC SQL INCLUDE sqlca END-EXEC.

      *> the channel this item will leave by, resolved from the
      *> policy owner's stored preference when the letter queues -
      *> e-delivery only with consent and an email on file, print
      *> for everyone and everything else. A customer whose
      *> address bounced still queues here (the history stays
               INTO :WS-DELIVERY-CHANNEL
               FROM policy_master p, customers c
               WHERE p.policy_id = :LK-POLICY-ID
                   AND c.customer_id =
                   COALESCE((SELECT r.customer_id
                       FROM policy_roles r
                       WHERE r.policy_id = p.policy_id
                           AND r.role_type = 'O'
                           AND r.role_status = 'A'
                       FETCH FIRST 1 ROW ONLY), p.customer_id)
           END-EXEC

           IF SQLCODE NOT = 0
