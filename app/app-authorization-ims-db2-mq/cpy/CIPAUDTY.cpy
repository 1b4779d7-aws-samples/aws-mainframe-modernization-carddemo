               88 PA-FRAUD-CONFIRMED        VALUE 'F'.                          
               88 PA-FRAUD-REMOVED          VALUE 'R'.                          
           05  PA-FRAUD-RPT-DATE            PIC  X(08).                         
           05  PA-CARD-VERIFY-RESULT        PIC  X(01).                         
      *    Days the hold stays on the account before CBPAUP0C purges            
      *    it - set from the merchant category when the auth is taken.          
           05  PA-HOLD-DAYS                 PIC  9(03).                         
           05  FILLER                       PIC  X(13).                         
