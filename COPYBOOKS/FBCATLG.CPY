      * THE CATALOG CARRIES ONE HEADER RECORD WITH THE RETENTION        00000030
      * COUNT (HOW MANY GENERATIONS OF THE REPORT AND EXTRACT ARE       00000040
      * KEPT ON DISK), FOLLOWED BY ONE ENTRY PER GENERATION IN          00000050
      * CHRONOLOGICAL ORDER.  THE CLASSIFIER (OR FBMERGE, FOR A RANGE   00000060
      * RUN AS PARTITIONS) APPENDS AN ENTRY AT END OF JOB AND RETIRES   00000070
      * THE OLDEST GENERATIONS PAST THE RETENTION COUNT; FBGENSEL       00000080
      * READS THE CATALOG TO STAGE A CHOSEN GENERATION FOR THE          00000090
      * DOWNSTREAM STEPS.                                               00000100
      *                                                                 00000110
       01  FB-CATALOG-HEADER.                                           00000120
            05 FB-CAT-HDR-ID PIC X(7).                                  00000130
               88 FB-CATALOG-HDR VALUE 'FBCATH'.                        00000140
            05 FB-CAT-RETAIN PIC 9(3).                                  00000150
       01  FB-CATALOG-RECORD.                                           00000160
            05 FB-CAT-GEN-NO PIC 9(4).                                  00000170
            05 FB-CAT-RUN-DATE PIC 9(8).                                00000180
            05 FB-CAT-RANGE-START PIC 9(7).                             00000190
            05 FB-CAT-RANGE-END PIC 9(7).                               00000200
            05 FB-CAT-EXTR-COUNT PIC 9(7).                              00000210
