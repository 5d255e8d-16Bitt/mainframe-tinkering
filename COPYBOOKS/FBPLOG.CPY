      *                                                                 00000010
      * FBPLOG - CLASSIFICATION MASTER PURGE LOG RECORD LAYOUT          00000020
      * KEYED BY SEQUENCE NUMBER.  FBPURGE POSTS ONE RECORD FOR EVERY   00000030
      * MASTER RECORD IT DELETES, REPLACING ANY EARLIER ENTRY FOR THE   00000040
      * SAME NUMBER, SO FBRECON CAN TELL A NUMBER THAT LEFT THE MASTER  00000050
      * THROUGH A PURGE FROM ONE THAT WAS LOST.  BOTH DATES ARE FULL    00000060
      * CCYYMMDD DATES: THE RUN DATE OF THE RECORD PURGED AND THE DATE  00000070
      * OF THE PURGE.                                                   00000080
      *                                                                 00000090
       01  FB-PURGE-LOG-RECORD.                                         00000100
            05 FB-PLG-SEQ-NO PIC 9(7).                                  00000110
            05 FB-PLG-CLASS-CODE PIC X(12).                             00000120
            05 FB-PLG-OVRD-FLAG PIC X.                                  00000130
            05 FB-PLG-RUN-DATE PIC 9(8).                                00000140
            05 FB-PLG-PURGE-DATE PIC 9(8).                              00000150
