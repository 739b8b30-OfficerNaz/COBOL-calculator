           display "STATUS:        " RHS-STATUS
           display "LAST MAINT:    " RHS-LAST-MAINT-DATE
           display "ACK STATUS:    " RHS-ACK-STATUS
           display "ARCHIVED ON:   " RHS-ARCHIVE-DATE
           display "DEPARTMENT:    " RHS-DEPARTMENT
           if RHS-ADJUSTING-FLAG = "J"
               display "ADJUSTS:       " RHS-REF-OPERAND-1
           end-if.

       End program Excercise1RInq.
