                   MOVE "RETRO" TO HP-ENTRY-TYPE
               WHEN 'P'
                   MOVE "VACPY" TO HP-ENTRY-TYPE
               WHEN 'S'
                   MOVE "SUPPL" TO HP-ENTRY-TYPE
               WHEN OTHER
                   MOVE "REG" TO HP-ENTRY-TYPE
           END-EVALUATE.
