                   PERFORM BUILD-ITEM-DETAIL
                   MOVE "ALREADY PAID"  TO RD-DISPOSITION
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN CH-CHECK-STATUS = 'V'
                   PERFORM BUILD-ITEM-DETAIL
                   MOVE "VOIDED CHECK"  TO RD-DISPOSITION
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN CH-CHECK-AMOUNT NOT = BANK-AMOUNT-WS
                   PERFORM BUILD-ITEM-DETAIL
                   MOVE "AMOUNT MISMATCH" TO RD-DISPOSITION
