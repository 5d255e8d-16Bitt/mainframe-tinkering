      *                                                                 00000010
      * FBXACK - ORDER-ENTRY ACKNOWLEDGMENT RECORD LAYOUT               00000020
      * RETURNED BY THE ORDER-ENTRY SYSTEM, ONE RECORD PER              00000030
      * TRANSMISSION RECEIVED, WITH THE COUNT AND HASH TOTAL IT         00000040
      * ACTUALLY LOADED.  FBOEACK MATCHES THEM TO THE TRANSMISSION      00000050
      * LOG.                                                            00000060
      *                                                                 00000070
       01  FB-XMIT-ACK.                                                 00000080
            05 FB-ACK-TX-SEQ PIC 9(7).                                  00000090
            05 FB-ACK-STATUS PIC X.                                     00000100
               88 FB-ACK-ACCEPTED VALUE 'A'.                            00000110
               88 FB-ACK-REJECTED VALUE 'R'.                            00000120
            05 FB-ACK-REC-COUNT PIC 9(7).                               00000130
            05 FB-ACK-HASH-TOTAL PIC 9(15).                             00000140
            05 FB-ACK-REASON PIC X(40).                                 00000150
