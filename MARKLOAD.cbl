              PERFORM CHECK-DUPLICATE-RESULT
              IF DUPLICATE-WAS-FOUND THEN
                 MOVE "N" TO LINE-VALID-FLAG
                 MOVE "RESULT ON FILE -- USE GRADE-CHANGE"
                    TO REJECT-REASON
              END-IF
           END-IF.
