
            IF  (II-Disposition = "DONE"
                 OR II-Disposition = "POSTED"
                 OR II-Disposition = "POST-SUSP"
                 OR II-Disposition = "REVERSED"
                 OR II-Disposition = "ARCHIVED")
            AND II-Received-Date IS NUMERIC
                MOVE FUNCTION NUMVAL(II-Received-Date)
