
        2100-APPLY-STATUS-CHANGE.
                EVALUATE TRUE
                    WHEN XMT-STATUS = 'V'
                        DISPLAY 'SAMPXMIT: EXTRACT '
                            XMT-RUN-DATE ' RUN '
                            XMT-RUN-NUMBER ' WAS BACKED OUT'
                            ' - IT MAY NOT BE SENT OR RESENT'
                        MOVE 8 TO RETURN-CODE
                    WHEN LS-MARK-SENT
                     AND (XMT-STATUS = 'U' OR 'R')
                        MOVE 'S' TO XMT-STATUS
                        MOVE '*** ACK MISMATCH *' TO WS-SL-STATUS
                    WHEN 'R'
                        MOVE 'FLAGGED FOR RESEND' TO WS-SL-STATUS
                    WHEN 'V'
                        MOVE 'RUN REVERSED' TO WS-SL-STATUS
                    WHEN OTHER
                        MOVE 'UNKNOWN' TO WS-SL-STATUS
                END-EVALUATE
