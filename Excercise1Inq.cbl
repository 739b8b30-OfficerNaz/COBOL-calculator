           move HST-USER-ID to INQ-DET-USER-ID
           move HST-ACTION-CODE to INQ-DET-ACTION
           move HST-REJECT-REASON to INQ-DET-REASON
           move HST-MAKER-ID to INQ-DET-MAKER-ID
           if HST-BATCH-NUMBER numeric
               move HST-BATCH-NUMBER to INQ-DET-BATCH
           else
