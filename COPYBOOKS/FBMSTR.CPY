      * EXTRACT BY FBLOAD AND READ RANDOMLY BY FBINQ SO THE SERVICE     00000040
      * DESK CAN ANSWER SINGLE-NUMBER LOOKUPS WITHOUT RERUNNING THE     00000050
      * CLASSIFIER OVER A RANGE.                                        00000060
      * CARRIES AN ALTERNATE KEY, WITH DUPLICATES, ON THE CLASS CODE    00000070
      * SO FBINQ CAN BROWSE EVERY NUMBER IN A CLASS.  EVERY PROGRAM     00000080
      * THAT OPENS THE MASTER DECLARES BOTH KEYS; THE ACCESS METHOD     00000090
      * KEEPS THE ALTERNATE INDEX CURRENT AS FBLOAD, FBDEMAND,          00000100
      * FBPURGE, AND FBRESTOR WRITE, REPLACE, AND DELETE RECORDS.       00000110
      * THE PRINTED DATE IS THE RUN DATE OF THE LABEL RUN THAT PRODUCED 00000120
      * A GOOD LABEL FOR THE NUMBER'S CURRENT CLASS.  FBSPOIL POSTS IT  00000130
      * ONCE THE PRINT ROOM'S SPOILAGE RETURN IS RECONCILED; IT STAYS   00000140
      * ZERO UNTIL THEN, AND A RELOAD KEEPS IT ONLY WHILE THE CLASS     00000150
      * CODE IS UNCHANGED.                                              00000160
      *                                                                 00000170
       01  FB-MASTER-RECORD.                                            00000180
            05 FB-MST-SEQ-NO PIC 9(7).                                  00000190
            05 FB-MST-CLASS-CODE PIC X(12).                             00000200
            05 FB-MST-OVRD-FLAG PIC X.                                  00000210
               88 FB-MST-OVERRIDDEN VALUE 'Y'.                          00000220
            05 FB-MST-RUN-DATE.                                         00000230
                10 FB-MST-RUN-CCYY PIC 9(4).                            00000240
                10 FB-MST-RUN-MM PIC 99.                                00000250
                10 FB-MST-RUN-DD PIC 99.                                00000260
            05 FB-MST-DIVISOR-1 PIC 9(7).                               00000270
            05 FB-MST-DIVISOR-2 PIC 9(7).                               00000280
            05 FB-MST-DIVISOR-3 PIC 9(7).                               00000290
            05 FB-MST-PRINT-DATE.                                       00000300
                10 FB-MST-PRINT-CCYY PIC 9(4).                          00000310
                10 FB-MST-PRINT-MM PIC 99.                              00000320
                10 FB-MST-PRINT-DD PIC 99.                              00000330
