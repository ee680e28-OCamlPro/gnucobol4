                EVALUATE TRUE
                    WHEN II-Disposition = "DONE"
                      OR II-Disposition = "POSTED"
                      OR II-Disposition = "POST-SUSP"
                      OR II-Disposition = "REVERSED"
                        PERFORM 220-Copy-From-Done
                    WHEN II-Disposition = "ARCHIVED"
                        PERFORM 230-Extract-From-Bundle
