      *                                                                 00000010
      * FBMANF - LABEL MANIFEST RECORD LAYOUT                           00000020
      * WRITTEN BY FBLABEL, ONE RECORD PER LABEL PRINTED, GIVING WHERE  00000030
      * ON THE RUN'S OUTPUT EACH SEQUENCE NUMBER LANDED.  THE PAGE IS   00000040
      * THE PHYSICAL PAGE OF THE RUN, COUNTING THE ALIGNMENT PAGE AS    00000050
      * PAGE 1; ROW 1 IS THE TOP ROW AND COLUMN 1 THE LEFTMOST LABEL.   00000060
      * FBSPOIL MATCHES THE PRINT ROOM'S SPOILAGE RETURN AGAINST IT.    00000070
      * THE REPRINT REQUEST FBSPOIL WRITES FOR FBLABEL USES THIS SAME   00000080
      * LAYOUT, ONE RECORD PER SPOILED LABEL, AS THE MANIFEST HAD IT.   00000090
      *                                                                 00000100
       01  FB-MANIFEST-RECORD.                                          00000110
            05 FB-MNF-SEQ-NO PIC 9(7).                                  00000120
            05 FB-MNF-CLASS-CODE PIC X(12).                             00000130
            05 FB-MNF-GEN-NO PIC 9(4).                                  00000140
            05 FB-MNF-PAGE-NO PIC 9(5).                                 00000150
            05 FB-MNF-ROW-NO PIC 99.                                    00000160
            05 FB-MNF-COL-NO PIC 9.                                     00000170
            05 FB-MNF-STOCK-FORMAT PIC X.                               00000180
            05 FB-MNF-RUN-DATE PIC 9(8).                                00000190
            05 FB-MNF-RUN-TYPE PIC X.                                   00000200
               88 FB-MNF-NORMAL-RUN VALUE 'N'.                          00000210
               88 FB-MNF-REPRINT-RUN VALUE 'R'.                         00000220
