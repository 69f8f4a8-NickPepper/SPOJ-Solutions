                        PERFORM 0500-WRITE-HISTORY
                        DISPLAY 'SAMPCTL: CHANGE SAVED, AWAITING '
                            'SECOND-OPERATOR APPROVAL'
                        DISPLAY 'SAMPCTL: RUN SAMPSIM FOR A SIMRPT '
                            'PREVIEW OF THE CHANGE BEFORE APPROVING'
                END-IF.

        0300-WORK-APPROVAL.
