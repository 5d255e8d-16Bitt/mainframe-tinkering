      * KEEPS ONLY THE LATEST CLASSIFICATION OF A NUMBER, THE HISTORY   00000040
      * KEEPS EVERY CLASSIFICATION EVER LOADED, SO A DATE-QUALIFIED     00000050
      * FBINQ REQUEST CAN ANSWER WHAT WAS PRINTED FOR A NUMBER AS OF    00000060
      * ANY PAST DATE.  RUN DATES CARRY FULL CCYYMMDD DATES, SO THE     00000070
      * KEY ORDERS CHRONOLOGICALLY WITHIN A SEQUENCE NUMBER.            00000080
      * LOADED BY FBLOAD AND FBDEMAND ALONGSIDE THE MASTER.             00000090
      *                                                                 00000100
       01  FB-HISTORY-RECORD.                                           00000110
            05 FB-HST-KEY.                                              00000120
                10 FB-HST-SEQ-NO PIC 9(7).                              00000130
                10 FB-HST-RUN-DATE.                                     00000140
                    15 FB-HST-RUN-CCYY PIC 9(4).                        00000150
                    15 FB-HST-RUN-MM PIC 99.                            00000160
                    15 FB-HST-RUN-DD PIC 99.                            00000170
            05 FB-HST-CLASS-CODE PIC X(12).                             00000180
