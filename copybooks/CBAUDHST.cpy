           05  HST-USER-ID         pic X(8).
           05  HST-ACTION-CODE     pic X(01).
           05  HST-BATCH-NUMBER    pic 9(06).
           05  HST-MAKER-ID        pic X(8).
