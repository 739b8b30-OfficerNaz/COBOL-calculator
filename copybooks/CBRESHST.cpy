           05  RHS-ACK-STATUS      pic X(01).
           05  RHS-ACK-DATE        pic 9(08).
           05  RHS-ARCHIVE-DATE    pic 9(08).
           05  RHS-DEPARTMENT      pic X(10).
           05  RHS-ADJUSTING-FLAG  pic X(01).
           05  FILLER              pic X(02).
