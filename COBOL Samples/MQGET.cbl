           MOVE MQ-VERB TO AUDIT-VERB
           MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUDIT-AFTER-IMAGE
           MOVE SPACES TO AUDIT-APPROVAL
           PERFORM COMPUTE-AUDIT-CHAIN
           WRITE AUDIT-RECORD
           IF NOT AUDIT-NORMAL
