      *                                                                 00000070
       01  FB-AUDIT-RECORD.                                             00000080
            05 FB-AUD-RUN-DATE.                                         00000090
                10 FB-AUD-RUN-CCYY PIC 9(4).                            00000100
                10 FB-AUD-RUN-MM PIC 99.                                00000110
                10 FB-AUD-RUN-DD PIC 99.                                00000120
            05 FB-AUD-PARM-CARD PIC X(36).                              00000130
