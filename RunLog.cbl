                    *> Multiplier's overwrite warning hang off -
                    *> it is kept until the acknowledgment is
                    *> resolved, the same way RUNNING and ABENDED
                    *> records are kept as evidence. A run whose
                    *> extract was never cut for want of a GL
                    *> account mapping (UNMAPPED) is what Multiplier
                    *> GLCUT looks for, and is kept the same way.
                    IF RCT-GL-ACK-STATUS = "P"
                      OR RCT-GL-ACK-STATUS = "R"
                      OR RCT-GL-ACK-STATUS = "U"
                        ADD 1 TO WS-RETAINED-COUNT
                    ELSE
                        PERFORM PURGE-ONE-IF-EXPIRED
