      * A STEP STATUS RECORD WITH THE DETAIL, FIZZBUZZBAZZ, AND         00000100
      * LONGEST-NONE-RUN COUNTS IS APPENDED TO THE SHARED STEP STATUS   00000110
      * FEED AT END OF STEP FOR THE FBFLOW NIGHTLY FLOW REPORT.         00000120
      * THE STEP RUNS ONLY WHEN THE FEED SHOWS FBGENSEL STAGED AND      00000130
      * FBVERIFY BALANCED THE SAME GENERATION EARLIER ON THE SAME RUN   00000140
      * DATE, AND OTHERWISE ENDS WITH RETURN CODE 24 (PREDECESSOR NOT   00000150
      * RUN) OR 28 (PREDECESSOR FAILED).                                00000160
      * AUSTIN BITTINGER - 2026/08/21                                   00000170
      *                                                                 00000180
       IDENTIFICATION DIVISION.                                         00000190
       PROGRAM-ID. FBSTATS.                                             00000200
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000210
       ENVIRONMENT DIVISION.                                            00000220
       INPUT-OUTPUT SECTION.                                            00000230
       FILE-CONTROL.                                                    00000240
           SELECT EXTRACT-FILE ASSIGN TO "EXTRFILE"                     00000250
               ORGANIZATION IS LINE SEQUENTIAL                          00000260
               FILE STATUS IS WS-EXTR-STATUS.                           00000270
           SELECT STATS-FILE ASSIGN TO "STATFILE"                       00000280
               ORGANIZATION IS LINE SEQUENTIAL                          00000290
               FILE STATUS IS WS-STAT-STATUS.                           00000300
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "STEPFILE"        00000310
               ORGANIZATION IS LINE SEQUENTIAL                          00000320
               FILE STATUS IS WS-STEP-STATUS.                           00000330
       DATA DIVISION.                                                   00000340
       FILE SECTION.                                                    00000350
       FD  EXTRACT-FILE                                                 00000360
           LABEL RECORDS ARE STANDARD.                                  00000370
           COPY FBEXTR.                                                 00000380
       FD  STATS-FILE                                                   00000390
           LABEL RECORDS ARE STANDARD.                                  00000400
       01  STATS-LINE PIC X(80).                                        00000410
       FD  STEP-STATUS-FILE                                             00000420
           LABEL RECORDS ARE STANDARD.                                  00000430
           COPY FBSTEP.                                                 00000440
       WORKING-STORAGE SECTION.                                         00000450
       01  WS-EXTR-STATUS PIC XX.                                       00000460
            88 EXTR-OK VALUE '00'.                                      00000470
            88 EXTR-EOF VALUE '10'.                                     00000480
       01  WS-STAT-STATUS PIC XX.                                       00000490
            88 STAT-OK VALUE '00'.                                      00000500
       01  WS-STEP-STATUS PIC XX.                                       00000510
            88 STEP-OK VALUE '00'.                                      00000520
            88 STEP-CREATED VALUE '05'.                                 00000530
            88 STEP-EOF VALUE '10'.                                     00000540
       01  WS-GATE-GEN PIC 9(4) VALUE 0.                                00000550
       01  WS-GATE-SEL-FLAG PIC X VALUE 'N'.                            00000560
            88 GATE-SEL-SEEN VALUE 'Y'.                                 00000570
       01  WS-GATE-SEL-RC PIC 9(4) VALUE 0.                             00000580
       01  WS-GATE-VFY-FLAG PIC X VALUE 'N'.                            00000590
            88 GATE-VFY-SEEN VALUE 'Y'.                                 00000600
       01  WS-GATE-VFY-RC PIC 9(4) VALUE 0.                             00000610
       01  WS-RUN-DATE.                                                 00000620
            05 WS-RUN-CCYY PIC 9(4).                                    00000630
            05 WS-RUN-MM PIC 99.                                        00000640
            05 WS-RUN-DD PIC 99.                                        00000650
       01  WS-CLASS-NAMES.                                              00000660
            05 FILLER PIC X(12) VALUE 'FIZZ'.                           00000670
            05 FILLER PIC X(12) VALUE 'BUZZ'.                           00000680
            05 FILLER PIC X(12) VALUE 'BAZZ'.                           00000690
            05 FILLER PIC X(12) VALUE 'FIZZBUZZ'.                       00000700
            05 FILLER PIC X(12) VALUE 'FIZZBAZZ'.                       00000710
            05 FILLER PIC X(12) VALUE 'BUZZBAZZ'.                       00000720
            05 FILLER PIC X(12) VALUE 'FIZZBUZZBAZZ'.                   00000730
            05 FILLER PIC X(12) VALUE 'NONE'.                           00000740
            05 FILLER PIC X(12) VALUE 'OTHER'.                          00000750
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.                00000760
            05 WS-CLASS-NAME OCCURS 9 TIMES PIC X(12).                  00000770
       01  WS-CLASS-IX PIC 9(2) VALUE 0.                                00000780
       01  WS-BLOCK-SIZE PIC 9(7) VALUE 1000.                           00000790
       01  WS-BLOCK-START PIC 9(7) VALUE 0.                             00000800
       01  WS-BLOCK-END PIC 9(7) VALUE 0.                               00000810
       01  WS-REC-BLOCK-START PIC 9(7) VALUE 0.                         00000820
       01  WS-BLOCK-ACTIVE PIC X VALUE 'N'.                             00000830
            88 BLOCK-ACTIVE VALUE 'Y'.                                  00000840
       01  WS-BLOCK-COUNTS.                                             00000850
            05 WS-BLK-COUNT OCCURS 9 TIMES PIC 9(7).                    00000860
       01  WS-BLOCK-TOTAL PIC 9(7) VALUE 0.                             00000870
       01  WS-GRAND-COUNTS.                                             00000880
            05 WS-GRD-COUNT OCCURS 9 TIMES PIC 9(7).                    00000890
       01  WS-GRAND-TOTAL PIC 9(7) VALUE 0.                             00000900
       01  WS-PCT PIC 999V9 VALUE 0.                                    00000910
       01  WS-NONE-RUN PIC 9(7) VALUE 0.                                00000920
       01  WS-NONE-RUN-START PIC 9(7) VALUE 0.                          00000930
       01  WS-NONE-MAX PIC 9(7) VALUE 0.                                00000940
       01  WS-NONE-MAX-START PIC 9(7) VALUE 0.                          00000950
       01  WS-PREV-SEQ PIC 9(7) VALUE 0.                                00000960
       01  WS-HAVE-PREV PIC X VALUE 'N'.                                00000970
            88 HAVE-PREV-SEQ VALUE 'Y'.                                 00000980
       01  WS-FBZ-COUNT PIC 9(7) VALUE 0.                               00000990
       01  WS-FBZ-FIRST PIC 9(7) VALUE 0.                               00001000
       01  WS-FBZ-LAST PIC 9(7) VALUE 0.                                00001010
       01  WS-FBZ-GAP PIC 9(7) VALUE 0.                                 00001020
       01  WS-FBZ-MIN-GAP PIC 9(7) VALUE 0.                             00001030
       01  WS-FBZ-MAX-GAP PIC 9(7) VALUE 0.                             00001040
       01  WS-FBZ-AVG-GAP PIC 9(7)V9 VALUE 0.                           00001050
       01  WS-STATS-HEADING PIC X(80)                                   00001060
               VALUE 'FIZZBUZZ DISTRIBUTION STATISTICS'.                00001070
       01  WS-BLOCK-HEADING.                                            00001080
            05 FILLER PIC X(6) VALUE 'BLOCK '.                          00001090
            05 WS-BLK-HDG-START PIC ZZZZZZ9.                            00001100
            05 FILLER PIC X VALUE '-'.                                  00001110
            05 WS-BLK-HDG-END PIC ZZZZZZ9.                              00001120
            05 FILLER PIC X(59) VALUE SPACES.                           00001130
       01  WS-CLASS-LINE.                                               00001140
            05 FILLER PIC X(5) VALUE SPACES.                            00001150
            05 WS-CLS-NAME PIC X(12).                                   00001160
            05 FILLER PIC X(2) VALUE SPACES.                            00001170
            05 WS-CLS-COUNT PIC ZZZ,ZZZ,ZZ9.                            00001180
            05 FILLER PIC X(3) VALUE SPACES.                            00001190
            05 WS-CLS-PCT PIC ZZ9.9.                                    00001200
            05 FILLER PIC X(4) VALUE ' PCT'.                            00001210
            05 FILLER PIC X(38) VALUE SPACES.                           00001220
       01  WS-TOTAL-LINE.                                               00001230
            05 FILLER PIC X(5) VALUE SPACES.                            00001240
            05 FILLER PIC X(12) VALUE 'TOTAL'.                          00001250
            05 FILLER PIC X(2) VALUE SPACES.                            00001260
            05 WS-TOT-COUNT PIC ZZZ,ZZZ,ZZ9.                            00001270
            05 FILLER PIC X(50) VALUE SPACES.                           00001280
       01  WS-MSG-LINE.                                                 00001290
            05 WS-MSG-TEXT PIC X(44).                                   00001300
            05 WS-MSG-NO PIC ZZZ,ZZZ,ZZ9.                               00001310
            05 FILLER PIC X(25) VALUE SPACES.                           00001320
       01  WS-AVG-LINE.                                                 00001330
            05 WS-AVG-TEXT PIC X(44).                                   00001340
            05 WS-AVG-NO PIC Z,ZZZ,ZZ9.9.                               00001350
            05 FILLER PIC X(25) VALUE SPACES.                           00001360
       PROCEDURE DIVISION.                                              00001370
       0000-MAIN.                                                       00001380
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001390
           PERFORM PERF-CHECK-PREDECESSORS                              00001400
           OPEN INPUT EXTRACT-FILE                                      00001410
           IF NOT EXTR-OK THEN                                          00001420
               DISPLAY 'FBSTATS EXTRACT FILE OPEN ERROR, STATUS='       00001430
                   WS-EXTR-STATUS UPON CONSOLE                          00001440
               MOVE 32 TO RETURN-CODE                                   00001450
               STOP RUN                                                 00001460
           END-IF                                                       00001470
           OPEN OUTPUT STATS-FILE                                       00001480
           IF NOT STAT-OK THEN                                          00001490
               DISPLAY 'FBSTATS STATS FILE OPEN ERROR, STATUS='         00001500
                   WS-STAT-STATUS UPON CONSOLE                          00001510
               MOVE 36 TO RETURN-CODE                                   00001520
               STOP RUN                                                 00001530
           END-IF                                                       00001540
           WRITE STATS-LINE FROM WS-STATS-HEADING                       00001550
           PERFORM PERF-CHECK-STAT-STATUS                               00001560
           MOVE SPACES TO STATS-LINE                                    00001570
           WRITE STATS-LINE                                             00001580
           PERFORM PERF-CHECK-STAT-STATUS                               00001590
           MOVE ZEROS TO WS-BLOCK-COUNTS                                00001600
           MOVE ZEROS TO WS-GRAND-COUNTS                                00001610
           PERFORM PERF-READ-EXTRACT                                    00001620
           PERFORM PERF-PROCESS-RECORD UNTIL EXTR-EOF                   00001630
           IF BLOCK-ACTIVE THEN                                         00001640
               PERFORM PERF-PRINT-BLOCK                                 00001650
           END-IF                                                       00001660
           PERFORM PERF-PRINT-GRAND                                     00001670
           PERFORM PERF-PRINT-NONE-RUN                                  00001680
           PERFORM PERF-PRINT-FBZ-SPACING                               00001690
           CLOSE EXTRACT-FILE                                           00001700
           CLOSE STATS-FILE                                             00001710
           IF WS-GRAND-TOTAL = 0 THEN                                   00001720
               DISPLAY 'FBSTATS NO DETAIL RECORDS ON EXTRACT'           00001730
                   UPON CONSOLE                                         00001740
               MOVE 8 TO RETURN-CODE                                    00001750
           END-IF                                                       00001760
           PERFORM PERF-WRITE-STEP-STATUS                               00001770
           STOP RUN.                                                    00001780
       PERF-WRITE-STEP-STATUS.                                          00001790
           OPEN EXTEND STEP-STATUS-FILE                                 00001800
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00001810
               DISPLAY 'FBSTATS STEP STATUS OPEN ERROR, STATUS='        00001820
                   WS-STEP-STATUS UPON CONSOLE                          00001830
               MOVE 88 TO RETURN-CODE                                   00001840
               STOP RUN                                                 00001850
           END-IF                                                       00001860
           MOVE 'FBSTATS' TO FB-STP-PROGRAM                             00001870
           MOVE WS-RUN-DATE TO FB-STP-RUN-DATE                          00001880
           MOVE RETURN-CODE TO FB-STP-RETURN-CODE                       00001890
           MOVE WS-GRAND-TOTAL TO FB-STP-COUNT-1                        00001900
           MOVE WS-FBZ-COUNT TO FB-STP-COUNT-2                          00001910
           MOVE WS-NONE-MAX TO FB-STP-COUNT-3                           00001920
           MOVE WS-GATE-GEN TO FB-STP-GEN-NO                            00001930
           WRITE FB-STEP-RECORD                                         00001940
           IF NOT STEP-OK THEN                                          00001950
               DISPLAY 'FBSTATS STEP STATUS WRITE ERROR, STATUS='       00001960
                   WS-STEP-STATUS UPON CONSOLE                          00001970
               MOVE 92 TO RETURN-CODE                                   00001980
               STOP RUN                                                 00001990
           END-IF                                                       00002000
           CLOSE STEP-STATUS-FILE.                                      00002010
      *                                                                 00002020
      * THIS STEP WORKS FROM THE STAGED FILES, SO IT RUNS ONLY WHEN     00002030
      * THE STEP STATUS FEED SHOWS FBGENSEL STAGED A GENERATION         00002040
      * EARLIER ON THE SAME RUN DATE AND FBVERIFY THEN PROVED THAT      00002050
      * SAME GENERATION IN BALANCE.  THE LATEST FBGENSEL RECORD NAMES   00002060
      * THE GENERATION; AN FBVERIFY RECORD COUNTS ONLY IF IT FOLLOWS    00002070
      * THAT FBGENSEL RECORD AND CARRIES THE SAME GENERATION.           00002080
      * RETURN CODE 24 MEANS A PREDECESSOR NEVER RAN, 28 THAT IT        00002090
      * FAILED; EITHER WAY NOTHING IS READ OR WRITTEN BUT THE STEP      00002100
      * STATUS RECORD.                                                  00002110
      *                                                                 00002120
       PERF-CHECK-PREDECESSORS.                                         00002130
           OPEN INPUT STEP-STATUS-FILE                                  00002140
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00002150
               DISPLAY 'FBSTATS STEP STATUS OPEN ERROR, STATUS='        00002160
                   WS-STEP-STATUS UPON CONSOLE                          00002170
               MOVE 48 TO RETURN-CODE                                   00002180
               STOP RUN                                                 00002190
           END-IF                                                       00002200
           PERFORM PERF-READ-GATE-STEP                                  00002210
           PERFORM PERF-SCAN-GATE-STEP UNTIL STEP-EOF                   00002220
           CLOSE STEP-STATUS-FILE                                       00002230
           EVALUATE TRUE                                                00002240
               WHEN NOT GATE-SEL-SEEN                                   00002250
                   DISPLAY 'FBSTATS NO FBGENSEL STEP ON THIS RUN DATE'  00002260
                       UPON CONSOLE                                     00002270
                   MOVE 24 TO RETURN-CODE                               00002280
               WHEN WS-GATE-SEL-RC >= 8                                 00002290
                   DISPLAY 'FBSTATS FBGENSEL FAILED, RC='               00002300
                       WS-GATE-SEL-RC                                   00002310
                       ', GENERATION ' WS-GATE-GEN UPON CONSOLE         00002320
                   MOVE 28 TO RETURN-CODE                               00002330
               WHEN NOT GATE-VFY-SEEN                                   00002340
                   DISPLAY 'FBSTATS NO FBVERIFY STEP FOR GENERATION '   00002350
                       WS-GATE-GEN UPON CONSOLE                         00002360
                   MOVE 24 TO RETURN-CODE                               00002370
               WHEN WS-GATE-VFY-RC >= 8                                 00002380
                   DISPLAY 'FBSTATS FBVERIFY FAILED, RC='               00002390
                       WS-GATE-VFY-RC                                   00002400
                       ', GENERATION ' WS-GATE-GEN UPON CONSOLE         00002410
                   MOVE 28 TO RETURN-CODE                               00002420
               WHEN OTHER                                               00002430
                   CONTINUE                                             00002440
           END-EVALUATE                                                 00002450
           IF RETURN-CODE NOT = 0 THEN                                  00002460
               DISPLAY 'FBSTATS NOT RUN, PREDECESSOR CHECK FAILED'      00002470
                   UPON CONSOLE                                         00002480
               PERFORM PERF-WRITE-STEP-STATUS                           00002490
               STOP RUN                                                 00002500
           END-IF.                                                      00002510
       PERF-READ-GATE-STEP.                                             00002520
           READ STEP-STATUS-FILE                                        00002530
               AT END CONTINUE                                          00002540
           END-READ                                                     00002550
           IF NOT STEP-OK AND NOT STEP-EOF THEN                         00002560
               DISPLAY 'FBSTATS STEP STATUS READ ERROR, STATUS='        00002570
                   WS-STEP-STATUS UPON CONSOLE                          00002580
               MOVE 52 TO RETURN-CODE                                   00002590
               STOP RUN                                                 00002600
           END-IF.                                                      00002610
       PERF-SCAN-GATE-STEP.                                             00002620
           IF FB-STP-RUN-DATE = WS-RUN-DATE                             00002630
               AND FB-STP-RETURN-CODE IS NUMERIC                        00002640
               AND FB-STP-GEN-NO IS NUMERIC THEN                        00002650
               EVALUATE FB-STP-PROGRAM                                  00002660
                   WHEN 'FBGENSEL'                                      00002670
                       MOVE 'Y' TO WS-GATE-SEL-FLAG                     00002680
                       MOVE FB-STP-RETURN-CODE TO WS-GATE-SEL-RC        00002690
                       MOVE FB-STP-GEN-NO TO WS-GATE-GEN                00002700
                       MOVE 'N' TO WS-GATE-VFY-FLAG                     00002710
                   WHEN 'FBVERIFY'                                      00002720
                       IF GATE-SEL-SEEN                                 00002730
                           AND FB-STP-GEN-NO = WS-GATE-GEN THEN         00002740
                           MOVE 'Y' TO WS-GATE-VFY-FLAG                 00002750
                           MOVE FB-STP-RETURN-CODE TO WS-GATE-VFY-RC    00002760
                       END-IF                                           00002770
                   WHEN OTHER                                           00002780
                       CONTINUE                                         00002790
               END-EVALUATE                                             00002800
           END-IF                                                       00002810
           PERFORM PERF-READ-GATE-STEP.                                 00002820
       PERF-CHECK-STAT-STATUS.                                          00002830
           IF NOT STAT-OK THEN                                          00002840
               DISPLAY 'FBSTATS STATS FILE WRITE ERROR, STATUS='        00002850
                   WS-STAT-STATUS UPON CONSOLE                          00002860
               MOVE 40 TO RETURN-CODE                                   00002870
               STOP RUN                                                 00002880
           END-IF.                                                      00002890
       PERF-READ-EXTRACT.                                               00002900
           READ EXTRACT-FILE                                            00002910
               AT END CONTINUE                                          00002920
           END-READ                                                     00002930
           IF NOT EXTR-OK AND NOT EXTR-EOF THEN                         00002940
               DISPLAY 'FBSTATS EXTRACT FILE READ ERROR, STATUS='       00002950
                   WS-EXTR-STATUS UPON CONSOLE                          00002960
               MOVE 44 TO RETURN-CODE                                   00002970
               STOP RUN                                                 00002980
           END-IF.                                                      00002990
       PERF-PROCESS-RECORD.                                             00003000
           IF FB-EXTR-SEQ-NO IS NUMERIC THEN                            00003010
               PERFORM PERF-PROCESS-DETAIL                              00003020
           END-IF                                                       00003030
           PERFORM PERF-READ-EXTRACT.                                   00003040
       PERF-PROCESS-DETAIL.                                             00003050
           COMPUTE WS-REC-BLOCK-START =                                 00003060
               FB-EXTR-SEQ-NO                                           00003070
               - FUNCTION MOD(FB-EXTR-SEQ-NO - 1, WS-BLOCK-SIZE)        00003080
           IF BLOCK-ACTIVE                                              00003090
               AND WS-REC-BLOCK-START NOT = WS-BLOCK-START THEN         00003100
               PERFORM PERF-PRINT-BLOCK                                 00003110
           END-IF                                                       00003120
           IF NOT BLOCK-ACTIVE THEN                                     00003130
               MOVE WS-REC-BLOCK-START TO WS-BLOCK-START                00003140
               COMPUTE WS-BLOCK-END =                                   00003150
                   WS-BLOCK-START + WS-BLOCK-SIZE - 1                   00003160
               MOVE ZEROS TO WS-BLOCK-COUNTS                            00003170
               MOVE 0 TO WS-BLOCK-TOTAL                                 00003180
               MOVE 'Y' TO WS-BLOCK-ACTIVE                              00003190
           END-IF                                                       00003200
           PERFORM PERF-SET-CLASS-IX                                    00003210
           ADD 1 TO WS-BLK-COUNT (WS-CLASS-IX)                          00003220
           ADD 1 TO WS-BLOCK-TOTAL                                      00003230
           ADD 1 TO WS-GRD-COUNT (WS-CLASS-IX)                          00003240
           ADD 1 TO WS-GRAND-TOTAL                                      00003250
           PERFORM PERF-TRACK-NONE-RUN                                  00003260
           PERFORM PERF-TRACK-FBZ-SPACING.                              00003270
       PERF-SET-CLASS-IX.                                               00003280
           EVALUATE FB-EXTR-CLASS-CODE                                  00003290
               WHEN 'FIZZ'                                              00003300
                   MOVE 1 TO WS-CLASS-IX                                00003310
               WHEN 'BUZZ'                                              00003320
                   MOVE 2 TO WS-CLASS-IX                                00003330
               WHEN 'BAZZ'                                              00003340
                   MOVE 3 TO WS-CLASS-IX                                00003350
               WHEN 'FIZZBUZZ'                                          00003360
                   MOVE 4 TO WS-CLASS-IX                                00003370
               WHEN 'FIZZBAZZ'                                          00003380
                   MOVE 5 TO WS-CLASS-IX                                00003390
               WHEN 'BUZZBAZZ'                                          00003400
                   MOVE 6 TO WS-CLASS-IX                                00003410
               WHEN 'FIZZBUZZBAZZ'                                      00003420
                   MOVE 7 TO WS-CLASS-IX                                00003430
               WHEN 'NONE'                                              00003440
                   MOVE 8 TO WS-CLASS-IX                                00003450
               WHEN OTHER                                               00003460
                   MOVE 9 TO WS-CLASS-IX                                00003470
           END-EVALUATE.                                                00003480
       PERF-TRACK-NONE-RUN.                                             00003490
           IF FB-EXTR-CLASS-CODE = 'NONE'                               00003500
               AND HAVE-PREV-SEQ                                        00003510
               AND FB-EXTR-SEQ-NO = WS-PREV-SEQ + 1                     00003520
               AND WS-NONE-RUN > 0 THEN                                 00003530
               ADD 1 TO WS-NONE-RUN                                     00003540
           ELSE                                                         00003550
               IF FB-EXTR-CLASS-CODE = 'NONE' THEN                      00003560
                   MOVE 1 TO WS-NONE-RUN                                00003570
                   MOVE FB-EXTR-SEQ-NO TO WS-NONE-RUN-START             00003580
               ELSE                                                     00003590
                   MOVE 0 TO WS-NONE-RUN                                00003600
               END-IF                                                   00003610
           END-IF                                                       00003620
           IF WS-NONE-RUN > WS-NONE-MAX THEN                            00003630
               MOVE WS-NONE-RUN TO WS-NONE-MAX                          00003640
               MOVE WS-NONE-RUN-START TO WS-NONE-MAX-START              00003650
           END-IF                                                       00003660
           MOVE FB-EXTR-SEQ-NO TO WS-PREV-SEQ                           00003670
           MOVE 'Y' TO WS-HAVE-PREV.                                    00003680
       PERF-TRACK-FBZ-SPACING.                                          00003690
           IF FB-EXTR-CLASS-CODE = 'FIZZBUZZBAZZ' THEN                  00003700
               ADD 1 TO WS-FBZ-COUNT                                    00003710
               IF WS-FBZ-COUNT = 1 THEN                                 00003720
                   MOVE FB-EXTR-SEQ-NO TO WS-FBZ-FIRST                  00003730
               ELSE                                                     00003740
                   COMPUTE WS-FBZ-GAP =                                 00003750
                       FB-EXTR-SEQ-NO - WS-FBZ-LAST                     00003760
                   IF WS-FBZ-MIN-GAP = 0                                00003770
                       OR WS-FBZ-GAP < WS-FBZ-MIN-GAP THEN              00003780
                       MOVE WS-FBZ-GAP TO WS-FBZ-MIN-GAP                00003790
                   END-IF                                               00003800
                   IF WS-FBZ-GAP > WS-FBZ-MAX-GAP THEN                  00003810
                       MOVE WS-FBZ-GAP TO WS-FBZ-MAX-GAP                00003820
                   END-IF                                               00003830
               END-IF                                                   00003840
               MOVE FB-EXTR-SEQ-NO TO WS-FBZ-LAST                       00003850
           END-IF.                                                      00003860
       PERF-PRINT-BLOCK.                                                00003870
           MOVE WS-BLOCK-START TO WS-BLK-HDG-START                      00003880
           MOVE WS-BLOCK-END TO WS-BLK-HDG-END                          00003890
           WRITE STATS-LINE FROM WS-BLOCK-HEADING                       00003900
           PERFORM PERF-CHECK-STAT-STATUS                               00003910
           PERFORM PERF-PRINT-BLOCK-CLASS                               00003920
               VARYING WS-CLASS-IX FROM 1 BY 1                          00003930
               UNTIL WS-CLASS-IX > 9                                    00003940
           MOVE WS-BLOCK-TOTAL TO WS-TOT-COUNT                          00003950
           WRITE STATS-LINE FROM WS-TOTAL-LINE                          00003960
           PERFORM PERF-CHECK-STAT-STATUS                               00003970
           MOVE SPACES TO STATS-LINE                                    00003980
           WRITE STATS-LINE                                             00003990
           PERFORM PERF-CHECK-STAT-STATUS                               00004000
           MOVE 'N' TO WS-BLOCK-ACTIVE.                                 00004010
       PERF-PRINT-BLOCK-CLASS.                                          00004020
           MOVE WS-CLASS-NAME (WS-CLASS-IX) TO WS-CLS-NAME              00004030
           MOVE WS-BLK-COUNT (WS-CLASS-IX) TO WS-CLS-COUNT              00004040
           IF WS-BLOCK-TOTAL > 0 THEN                                   00004050
               COMPUTE WS-PCT ROUNDED =                                 00004060
                   WS-BLK-COUNT (WS-CLASS-IX) * 100                     00004070
                   / WS-BLOCK-TOTAL                                     00004080
           ELSE                                                         00004090
               MOVE 0 TO WS-PCT                                         00004100
           END-IF                                                       00004110
           MOVE WS-PCT TO WS-CLS-PCT                                    00004120
           WRITE STATS-LINE FROM WS-CLASS-LINE                          00004130
           PERFORM PERF-CHECK-STAT-STATUS.                              00004140
       PERF-PRINT-GRAND.                                                00004150
           MOVE 'ALL BLOCKS' TO STATS-LINE                              00004160
           WRITE STATS-LINE                                             00004170
           PERFORM PERF-CHECK-STAT-STATUS                               00004180
           PERFORM PERF-PRINT-GRAND-CLASS                               00004190
               VARYING WS-CLASS-IX FROM 1 BY 1                          00004200
               UNTIL WS-CLASS-IX > 9                                    00004210
           MOVE WS-GRAND-TOTAL TO WS-TOT-COUNT                          00004220
           WRITE STATS-LINE FROM WS-TOTAL-LINE                          00004230
           PERFORM PERF-CHECK-STAT-STATUS                               00004240
           MOVE SPACES TO STATS-LINE                                    00004250
           WRITE STATS-LINE                                             00004260
           PERFORM PERF-CHECK-STAT-STATUS.                              00004270
       PERF-PRINT-GRAND-CLASS.                                          00004280
           MOVE WS-CLASS-NAME (WS-CLASS-IX) TO WS-CLS-NAME              00004290
           MOVE WS-GRD-COUNT (WS-CLASS-IX) TO WS-CLS-COUNT              00004300
           IF WS-GRAND-TOTAL > 0 THEN                                   00004310
               COMPUTE WS-PCT ROUNDED =                                 00004320
                   WS-GRD-COUNT (WS-CLASS-IX) * 100                     00004330
                   / WS-GRAND-TOTAL                                     00004340
           ELSE                                                         00004350
               MOVE 0 TO WS-PCT                                         00004360
           END-IF                                                       00004370
           MOVE WS-PCT TO WS-CLS-PCT                                    00004380
           WRITE STATS-LINE FROM WS-CLASS-LINE                          00004390
           PERFORM PERF-CHECK-STAT-STATUS.                              00004400
       PERF-PRINT-NONE-RUN.                                             00004410
           MOVE 'LONGEST RUN OF CONSECUTIVE NONE RECORDS'               00004420
               TO WS-MSG-TEXT                                           00004430
           MOVE WS-NONE-MAX TO WS-MSG-NO                                00004440
           WRITE STATS-LINE FROM WS-MSG-LINE                            00004450
           PERFORM PERF-CHECK-STAT-STATUS                               00004460
           IF WS-NONE-MAX > 0 THEN                                      00004470
               MOVE 'LONGEST NONE RUN STARTS AT SEQUENCE'               00004480
                   TO WS-MSG-TEXT                                       00004490
               MOVE WS-NONE-MAX-START TO WS-MSG-NO                      00004500
               WRITE STATS-LINE FROM WS-MSG-LINE                        00004510
               PERFORM PERF-CHECK-STAT-STATUS                           00004520
           END-IF.                                                      00004530
       PERF-PRINT-FBZ-SPACING.                                          00004540
           MOVE SPACES TO STATS-LINE                                    00004550
           WRITE STATS-LINE                                             00004560
           PERFORM PERF-CHECK-STAT-STATUS                               00004570
           MOVE 'FIZZBUZZBAZZ HITS' TO WS-MSG-TEXT                      00004580
           MOVE WS-FBZ-COUNT TO WS-MSG-NO                               00004590
           WRITE STATS-LINE FROM WS-MSG-LINE                            00004600
           PERFORM PERF-CHECK-STAT-STATUS                               00004610
           IF WS-FBZ-COUNT > 0 THEN                                     00004620
               MOVE 'FIRST FIZZBUZZBAZZ AT SEQUENCE' TO WS-MSG-TEXT     00004630
               MOVE WS-FBZ-FIRST TO WS-MSG-NO                           00004640
               WRITE STATS-LINE FROM WS-MSG-LINE                        00004650
               PERFORM PERF-CHECK-STAT-STATUS                           00004660
               MOVE 'LAST FIZZBUZZBAZZ AT SEQUENCE' TO WS-MSG-TEXT      00004670
               MOVE WS-FBZ-LAST TO WS-MSG-NO                            00004680
               WRITE STATS-LINE FROM WS-MSG-LINE                        00004690
               PERFORM PERF-CHECK-STAT-STATUS                           00004700
           END-IF                                                       00004710
           IF WS-FBZ-COUNT > 1 THEN                                     00004720
               MOVE 'MINIMUM SPACING BETWEEN HITS' TO WS-MSG-TEXT       00004730
               MOVE WS-FBZ-MIN-GAP TO WS-MSG-NO                         00004740
               WRITE STATS-LINE FROM WS-MSG-LINE                        00004750
               PERFORM PERF-CHECK-STAT-STATUS                           00004760
               MOVE 'MAXIMUM SPACING BETWEEN HITS' TO WS-MSG-TEXT       00004770
               MOVE WS-FBZ-MAX-GAP TO WS-MSG-NO                         00004780
               WRITE STATS-LINE FROM WS-MSG-LINE                        00004790
               PERFORM PERF-CHECK-STAT-STATUS                           00004800
               COMPUTE WS-FBZ-AVG-GAP ROUNDED =                         00004810
                   (WS-FBZ-LAST - WS-FBZ-FIRST)                         00004820
                   / (WS-FBZ-COUNT - 1)                                 00004830
               MOVE 'AVERAGE SPACING BETWEEN HITS' TO WS-AVG-TEXT       00004840
               MOVE WS-FBZ-AVG-GAP TO WS-AVG-NO                         00004850
               WRITE STATS-LINE FROM WS-AVG-LINE                        00004860
               PERFORM PERF-CHECK-STAT-STATUS                           00004870
           END-IF.                                                      00004880
