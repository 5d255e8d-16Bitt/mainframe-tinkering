      *                                                                 00000010
      * FBSPOL - PRINT ROOM SPOILAGE RETURN RECORD LAYOUT               00000020
      * SENT BACK BY THE PRINT ROOM AFTER A LABEL RUN, ONE RECORD PER   00000030
      * SPOILED OR JAMMED SHEET OR LABEL.  TYPE P SPOILS A WHOLE PAGE;  00000040
      * TYPE L SPOILS THE ONE LABEL AT THE ROW AND COLUMN GIVEN.  PAGES 00000050
      * ARE COUNTED AS PRINTED, WITH THE ALIGNMENT PAGE AS PAGE 1.      00000060
      * FBSPOIL READS IT AGAINST THE LABEL MANIFEST.                    00000070
      *                                                                 00000080
       01  FB-SPOILAGE-RECORD.                                          00000090
            05 FB-SPL-TYPE PIC X.                                       00000100
               88 FB-SPL-WHOLE-PAGE VALUE 'P'.                          00000110
               88 FB-SPL-ONE-LABEL VALUE 'L'.                           00000120
            05 FB-SPL-PAGE-NO PIC 9(5).                                 00000130
            05 FB-SPL-ROW-NO PIC 99.                                    00000140
            05 FB-SPL-COL-NO PIC 9.                                     00000150
            05 FB-SPL-REASON PIC X(20).                                 00000160
