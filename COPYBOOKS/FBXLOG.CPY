      *                                                                 00000010
      * FBXLOG - ORDER-ENTRY TRANSMISSION LOG RECORD LAYOUT             00000020
      * AN APPEND-ONLY LOG OF EVENTS, OLDEST FIRST.  FBOEFEED APPENDS   00000030
      * A SENT EVENT FOR EVERY TRANSMISSION WITH ITS TYPE, TOTALS,      00000040
      * AND THE TRANSMISSION IT RESENDS, IF ANY.  FBOEACK APPENDS ONE   00000050
      * OUTCOME EVENT PER SENT TRANSMISSION (ACCEPTED, REJECTED,        00000060
      * TOTALS DIFFER, OR NOT ACKNOWLEDGED) CARRYING THE TOTALS THE     00000070
      * RECEIVER REPORTED, AND A RESEND-QUEUED EVENT FOR EVERY FAILED   00000080
      * TRANSMISSION NOT ALREADY COVERED BY A LATER ACCEPTED ONE.  A    00000090
      * RESEND-QUEUED EVENT AFTER THE LAST SENT EVENT TELLS FBOEFEED    00000100
      * THE NEXT TRANSMISSION IS A RESEND.  DATES ARE CCYYMMDD.         00000110
      *                                                                 00000120
       01  FB-XMIT-LOG-RECORD.                                          00000130
            05 FB-XLG-TX-SEQ PIC 9(7).                                  00000140
            05 FB-XLG-EVENT PIC X.                                      00000150
               88 FB-XLG-SENT VALUE 'S'.                                00000160
               88 FB-XLG-ACCEPTED VALUE 'A'.                            00000170
               88 FB-XLG-REJECTED VALUE 'R'.                            00000180
               88 FB-XLG-TOTALS-DIFFER VALUE 'M'.                       00000190
               88 FB-XLG-NOT-ACKNOWLEDGED VALUE 'U'.                    00000200
               88 FB-XLG-RESEND-QUEUED VALUE 'Q'.                       00000210
               88 FB-XLG-OUTCOME VALUE 'A' 'R' 'M' 'U'.                 00000220
            05 FB-XLG-EVENT-DATE PIC 9(8).                              00000230
            05 FB-XLG-TX-TYPE PIC X.                                    00000240
            05 FB-XLG-REC-COUNT PIC 9(7).                               00000250
            05 FB-XLG-HASH-TOTAL PIC 9(15).                             00000260
            05 FB-XLG-ACK-COUNT PIC 9(7).                               00000270
            05 FB-XLG-ACK-HASH PIC 9(15).                               00000280
            05 FB-XLG-RESEND-OF PIC 9(7).                               00000290
