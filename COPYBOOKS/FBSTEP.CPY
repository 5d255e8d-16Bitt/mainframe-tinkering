      * CAN PRINT THE WHOLE NIGHT ON ONE PAGE INSTEAD OF OPERATIONS     00000050
      * READING SIX JOBLOGS.  THE THREE COUNTS BY PROGRAM ARE:          00000060
      *   FIZZBUZZ  EXTRACT DETAILS / RANGES DONE / CARDS SKIPPED       00000070
      *   FBMERGE   MERGED DETAILS / PARTITIONS / REJECT REASONS        00000080
      *   FBGENSEL  STAGED GENERATION / REPORT LINES / EXTRACT RECS     00000090
      *   FBVERIFY  DETAILS READ / DISCREPANCIES / CLASS ERRORS         00000100
      *   FBLOAD    LOADED / REPLACED / REJECTED                        00000110
      *   FBLABEL   LABELS PRINTED / PAGES / UNUSED                     00000120
      *   FBSTATS   DETAILS READ / FIZZBUZZBAZZ HITS / LONGEST NONE     00000130
      * THE GENERATION IS THE ONE THE STEP CATALOGED (FIZZBUZZ,         00000140
      * FBMERGE), STAGED (FBGENSEL), OR WORKED FROM (THE STEPS THAT     00000150
      * READ THE STAGED FILES); ZERO WHEN THERE WAS NONE, AS ON A       00000160
      * PARTITION RUN.  EACH DOWNSTREAM STEP CHECKS THIS FEED FOR ITS   00000170
      * PREDECESSORS ON THE SAME RUN DATE AND GENERATION BEFORE IT      00000180
      * RUNS, AND ENDS WITH RETURN CODE 24 (PREDECESSOR MISSING) OR     00000190
      * 28 (PREDECESSOR FAILED) WITHOUT DOING ANY WORK.                 00000200
      *                                                                 00000210
       01  FB-STEP-RECORD.                                              00000220
            05 FB-STP-PROGRAM PIC X(8).                                 00000230
            05 FB-STP-RUN-DATE.                                         00000240
                10 FB-STP-RUN-CCYY PIC 9(4).                            00000250
                10 FB-STP-RUN-MM PIC 99.                                00000260
                10 FB-STP-RUN-DD PIC 99.                                00000270
            05 FB-STP-RETURN-CODE PIC 9(4).                             00000280
            05 FB-STP-COUNT-1 PIC 9(7).                                 00000290
            05 FB-STP-COUNT-2 PIC 9(7).                                 00000300
            05 FB-STP-COUNT-3 PIC 9(7).                                 00000310
            05 FB-STP-GEN-NO PIC 9(4).                                  00000320
