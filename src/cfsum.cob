                   SET audit-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ
      *> A restatement corrects a reading already counted here.
           IF audit-restatement THEN
               GO TO 2000-EXIT
           END-IF
      *> A reading held for a closed period was not taken in; it is
      *> counted when the held file is resubmitted.
           IF audit-valid-flag = "H" THEN
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-ACCUMULATE.
       2000-EXIT.
           EXIT.
