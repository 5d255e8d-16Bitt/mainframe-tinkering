      *                                                                 00000010
      * FBXMIT - ORDER-ENTRY CLASSIFICATION TRANSMISSION LAYOUTS        00000020
      * WRITTEN NIGHTLY BY FBOEFEED FOR THE ORDER-ENTRY SYSTEM.         00000030
      *                                                                 00000040
      * THE FILE CARRIES ONE HEADER RECORD, THE DETAIL RECORDS, AND     00000050
      * ONE TRAILER RECORD.  DETAIL RECORDS BEGIN WITH THE NUMERIC      00000060
      * SEQUENCE NUMBER; CONTROL RECORDS BEGIN WITH A NON-NUMERIC       00000070
      * RECORD ID, AS ON THE CLASSIFICATION EXTRACT.  THE HEADER        00000080
      * CARRIES THE TRANSMISSION SEQUENCE NUMBER, WHICH THE RECEIVER    00000090
      * RETURNS ON ITS ACKNOWLEDGMENT, AND SAYS WHETHER THIS IS A       00000100
      * FULL LOAD OR ONLY THE RECORDS ADDED OR CHANGED SINCE THE LAST   00000110
      * ACKNOWLEDGED TRANSMISSION, AND WHICH EARLIER TRANSMISSION IT    00000120
      * RESENDS, IF ANY.  THE TRAILER CARRIES THE DETAIL COUNT AND      00000130
      * THE HASH TOTAL OF THE DETAIL SEQUENCE NUMBERS.  RUN DATES ARE   00000140
      * FULL CCYYMMDD DATES.                                            00000150
      *                                                                 00000160
       01  FB-XMIT-DETAIL.                                              00000170
            05 FB-XMD-SEQ-NO PIC 9(7).                                  00000180
            05 FB-XMD-CLASS-CODE PIC X(12).                             00000190
            05 FB-XMD-OVRD-FLAG PIC X.                                  00000200
               88 FB-XMD-OVERRIDDEN VALUE 'Y'.                          00000210
            05 FB-XMD-RUN-DATE PIC 9(8).                                00000220
            05 FB-XMD-ACTION PIC X.                                     00000230
               88 FB-XMD-ADDED VALUE 'A'.                               00000240
               88 FB-XMD-CHANGED VALUE 'C'.                             00000250
       01  FB-XMIT-HEADER.                                              00000260
            05 FB-XMH-REC-ID PIC X(7).                                  00000270
               88 FB-XMIT-HEADER-REC VALUE 'FBXHDR'.                    00000280
            05 FB-XMH-TX-SEQ PIC 9(7).                                  00000290
            05 FB-XMH-TX-DATE PIC 9(8).                                 00000300
            05 FB-XMH-TX-TYPE PIC X.                                    00000310
               88 FB-XMH-FULL-LOAD VALUE 'F'.                           00000320
               88 FB-XMH-CHANGES-ONLY VALUE 'D'.                        00000330
            05 FB-XMH-RESEND-OF PIC 9(7).                               00000340
       01  FB-XMIT-TRAILER.                                             00000350
            05 FB-XMT-REC-ID PIC X(7).                                  00000360
               88 FB-XMIT-TRAILER-REC VALUE 'FBXTRL'.                   00000370
            05 FB-XMT-TX-SEQ PIC 9(7).                                  00000380
            05 FB-XMT-REC-COUNT PIC 9(7).                               00000390
            05 FB-XMT-HASH-TOTAL PIC 9(15).                             00000400
