                IF WS-NOT-EOF
                   AND RH-RUN-DATE NOT < WS-FROM-DATE
                   AND RH-RUN-DATE NOT > WS-TO-DATE
                   AND RH-STATUS NOT = 'R'
                        ADD 1 TO WS-RUN-COUNT
                        ADD RH-READ-COUNT TO WS-TOT-READ
                        ADD RH-EXTRACT-COUNT TO WS-TOT-EXTRACT
