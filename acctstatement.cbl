                WHEN "B" MOVE "BILL" TO SL-TYPE
                WHEN "P" MOVE "PAYT" TO SL-TYPE
                WHEN "A" MOVE "ADJ" TO SL-TYPE
                WHEN "U" MOVE "CRED" TO SL-TYPE
                WHEN "S" MOVE "SETL" TO SL-TYPE
                WHEN OTHER MOVE LG-TYPE TO SL-TYPE
            END-EVALUATE
            MOVE LG-AMOUNT TO SL-AMOUNT
