      *                                                                 00000010
      * FBRCLS - RECLASSIFICATION NOTICE RECORD LAYOUT                  00000020
      * ONE RECORD FOR EVERY MASTER REPLACEMENT BY FBLOAD OR FBDEMAND   00000030
      * THAT CHANGES THE CLASS CODE ALREADY ON FILE FOR A SEQUENCE      00000040
      * NUMBER, INCLUDING A CHANGE MADE BY OR REMOVED WITH AN           00000050
      * OVERRIDE.  THE OLD SIDE IS THE MASTER RECORD BEING REPLACED     00000060
      * AND THE NEW SIDE THE RECORD REPLACING IT, EACH WITH ITS         00000070
      * OVERRIDE FLAG, RUN DATE, AND DIVISORS.  RUN DATES ARE FULL      00000080
      * CCYYMMDD DATES.  FBRCLRPT REPORTS THE NOTICES FOR CUSTOMER      00000090
      * SERVICE AND THE PRINT ROOM.                                     00000100
      *                                                                 00000110
       01  FB-RECLASS-NOTICE.                                           00000120
            05 FB-RCN-SEQ-NO PIC 9(7).                                  00000130
            05 FB-RCN-PROGRAM PIC X(8).                                 00000140
            05 FB-RCN-OLD-CLASS-CODE PIC X(12).                         00000150
            05 FB-RCN-OLD-OVRD-FLAG PIC X.                              00000160
               88 FB-RCN-OLD-OVERRIDDEN VALUE 'Y'.                      00000170
            05 FB-RCN-OLD-RUN-DATE PIC 9(8).                            00000180
            05 FB-RCN-OLD-DIVISOR-1 PIC 9(7).                           00000190
            05 FB-RCN-OLD-DIVISOR-2 PIC 9(7).                           00000200
            05 FB-RCN-OLD-DIVISOR-3 PIC 9(7).                           00000210
            05 FB-RCN-NEW-CLASS-CODE PIC X(12).                         00000220
            05 FB-RCN-NEW-OVRD-FLAG PIC X.                              00000230
               88 FB-RCN-NEW-OVERRIDDEN VALUE 'Y'.                      00000240
            05 FB-RCN-NEW-RUN-DATE PIC 9(8).                            00000250
            05 FB-RCN-NEW-DIVISOR-1 PIC 9(7).                           00000260
            05 FB-RCN-NEW-DIVISOR-2 PIC 9(7).                           00000270
            05 FB-RCN-NEW-DIVISOR-3 PIC 9(7).                           00000280
