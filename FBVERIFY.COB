      * A STEP STATUS RECORD WITH THE DETAIL, DISCREPANCY, AND CLASS    00000090
      * ERROR COUNTS IS APPENDED TO THE SHARED STEP STATUS FEED AT      00000100
      * END OF STEP FOR THE FBFLOW NIGHTLY FLOW REPORT.                 00000110
      * THE STEP RUNS ONLY WHEN THE FEED SHOWS FBGENSEL STAGED A        00000120
      * GENERATION EARLIER ON THE SAME RUN DATE, AND OTHERWISE ENDS     00000130
      * WITH RETURN CODE 24 (NOT RUN) OR 28 (FAILED).                   00000140
      * AUSTIN BITTINGER - 2026/08/21                                   00000150
      *                                                                 00000160
       IDENTIFICATION DIVISION.                                         00000170
       PROGRAM-ID. FBVERIFY.                                            00000180
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000190
       ENVIRONMENT DIVISION.                                            00000200
       INPUT-OUTPUT SECTION.                                            00000210
       FILE-CONTROL.                                                    00000220
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"                       00000230
               ORGANIZATION IS LINE SEQUENTIAL                          00000240
               FILE STATUS IS WS-RPT-STATUS.                            00000250
           SELECT EXTRACT-FILE ASSIGN TO "EXTRFILE"                     00000260
               ORGANIZATION IS LINE SEQUENTIAL                          00000270
               FILE STATUS IS WS-EXTR-STATUS.                           00000280
           SELECT VERIFY-FILE ASSIGN TO "VRFYFILE"                      00000290
               ORGANIZATION IS LINE SEQUENTIAL                          00000300
               FILE STATUS IS WS-VRFY-STATUS.                           00000310
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "STEPFILE"        00000320
               ORGANIZATION IS LINE SEQUENTIAL                          00000330
               FILE STATUS IS WS-STEP-STATUS.                           00000340
       DATA DIVISION.                                                   00000350
       FILE SECTION.                                                    00000360
       FD  REPORT-FILE                                                  00000370
           LABEL RECORDS ARE STANDARD.                                  00000380
       01  REPORT-LINE PIC X(80).                                       00000390
       FD  EXTRACT-FILE                                                 00000400
           LABEL RECORDS ARE STANDARD.                                  00000410
           COPY FBEXTR.                                                 00000420
       FD  VERIFY-FILE                                                  00000430
           LABEL RECORDS ARE STANDARD.                                  00000440
       01  VERIFY-LINE PIC X(80).                                       00000450
       FD  STEP-STATUS-FILE                                             00000460
           LABEL RECORDS ARE STANDARD.                                  00000470
           COPY FBSTEP.                                                 00000480
       WORKING-STORAGE SECTION.                                         00000490
       01  WS-STRINGS.                                                  00000500
            05 FIZZ PIC X(4) VALUE 'FIZZ'.                              00000510
            05 BUZZ PIC X(4) VALUE 'BUZZ'.                              00000520
            05 BAZZ PIC X(4) VALUE 'BAZZ'.                              00000530
            05 FIZZBUZZ PIC X(8) VALUE 'FIZZBUZZ'.                      00000540
            05 FIZZBAZZ PIC X(8) VALUE 'FIZZBAZZ'.                      00000550
            05 BUZZBAZZ PIC X(8) VALUE 'BUZZBAZZ'.                      00000560
            05 FIZZBUZZBAZZ PIC X(12) VALUE 'FIZZBUZZBAZZ'.             00000570
       01  WS-R PIC 9(7).                                               00000580
       01  WS-Q PIC 9(7).                                               00000590
       01  WS-DIV-FLAGS.                                                00000600
            05 WS-FIZZ-FLAG PIC X VALUE 'N'.                            00000610
               88 FIZZ-HIT VALUE 'Y'.                                   00000620
            05 WS-BUZZ-FLAG PIC X VALUE 'N'.                            00000630
               88 BUZZ-HIT VALUE 'Y'.                                   00000640
            05 WS-BAZZ-FLAG PIC X VALUE 'N'.                            00000650
               88 BAZZ-HIT VALUE 'Y'.                                   00000660
       01  WS-RANGE-START PIC 9(7) VALUE 0.                             00000670
       01  WS-RANGE-END PIC 9(7) VALUE 0.                               00000680
       01  WS-DIVISOR-1 PIC 9(7) VALUE 0.                               00000690
       01  WS-DIVISOR-2 PIC 9(7) VALUE 0.                               00000700
       01  WS-DIVISOR-3 PIC 9(7) VALUE 0.                               00000710
       01  WS-RPT-STATUS PIC XX.                                        00000720
            88 RPT-OK VALUE '00'.                                       00000730
            88 RPT-EOF VALUE '10'.                                      00000740
       01  WS-EXTR-STATUS PIC XX.                                       00000750
            88 EXTR-OK VALUE '00'.                                      00000760
            88 EXTR-EOF VALUE '10'.                                     00000770
       01  WS-VRFY-STATUS PIC XX.                                       00000780
            88 VRFY-OK VALUE '00'.                                      00000790
       01  WS-STEP-STATUS PIC XX.                                       00000800
            88 STEP-OK VALUE '00'.                                      00000810
            88 STEP-CREATED VALUE '05'.                                 00000820
            88 STEP-EOF VALUE '10'.                                     00000830
       01  WS-GATE-GEN PIC 9(4) VALUE 0.                                00000840
       01  WS-GATE-SEL-FLAG PIC X VALUE 'N'.                            00000850
            88 GATE-SEL-SEEN VALUE 'Y'.                                 00000860
       01  WS-GATE-SEL-RC PIC 9(4) VALUE 0.                             00000870
       01  WS-RUN-DATE.                                                 00000880
            05 WS-RUN-CCYY PIC 9(4).                                    00000890
            05 WS-RUN-MM PIC 99.                                        00000900
            05 WS-RUN-DD PIC 99.                                        00000910
       01  WS-ORPHAN-COUNT PIC 9(7) VALUE 0.                            00000920
       01  WS-TOTALS-FLAG PIC X VALUE 'N'.                              00000930
            88 IN-CONTROL-TOTALS VALUE 'Y'.                             00000940
       01  WS-CALC-CODE PIC X(12).                                      00000950
       01  WS-EXPECTED-SEQ PIC 9(7) VALUE 0.                            00000960
       01  WS-DETAIL-COUNT PIC 9(7) VALUE 0.                            00000970
       01  WS-EXPECTED-COUNT PIC 9(7) VALUE 0.                          00000980
       01  WS-SEQ-ERRORS PIC 9(7) VALUE 0.                              00000990
       01  WS-CLASS-ERRORS PIC 9(7) VALUE 0.                            00001000
       01  WS-OOB-COUNT PIC 9(7) VALUE 0.                               00001010
       01  WS-EXTRACT-TALLIES.                                          00001020
            05 WS-TALLY-FIZZ PIC 9(7) VALUE 0.                          00001030
            05 WS-TALLY-BUZZ PIC 9(7) VALUE 0.                          00001040
            05 WS-TALLY-BAZZ PIC 9(7) VALUE 0.                          00001050
            05 WS-TALLY-FIZZBUZZ PIC 9(7) VALUE 0.                      00001060
            05 WS-TALLY-FIZZBAZZ PIC 9(7) VALUE 0.                      00001070
            05 WS-TALLY-BUZZBAZZ PIC 9(7) VALUE 0.                      00001080
            05 WS-TALLY-FIZZBUZZBAZZ PIC 9(7) VALUE 0.                  00001090
            05 WS-TALLY-PLAIN PIC 9(7) VALUE 0.                         00001100
            05 WS-TALLY-OVERRIDE PIC 9(7) VALUE 0.                      00001110
       01  WS-REPORT-TALLIES.                                           00001120
            05 WS-RPT-FIZZ PIC 9(7) VALUE 0.                            00001130
            05 WS-RPT-BUZZ PIC 9(7) VALUE 0.                            00001140
            05 WS-RPT-BAZZ PIC 9(7) VALUE 0.                            00001150
            05 WS-RPT-FIZZBUZZ PIC 9(7) VALUE 0.                        00001160
            05 WS-RPT-FIZZBAZZ PIC 9(7) VALUE 0.                        00001170
            05 WS-RPT-BUZZBAZZ PIC 9(7) VALUE 0.                        00001180
            05 WS-RPT-FIZZBUZZBAZZ PIC 9(7) VALUE 0.                    00001190
            05 WS-RPT-PLAIN PIC 9(7) VALUE 0.                           00001200
            05 WS-RPT-OVERRIDE PIC 9(7) VALUE 0.                        00001210
       01  WS-TRAILER-TALLIES.                                          00001220
            05 WS-TRL-DETAIL-COUNT PIC 9(7) VALUE 0.                    00001230
            05 WS-TRL-FIZZ PIC 9(7) VALUE 0.                            00001240
            05 WS-TRL-BUZZ PIC 9(7) VALUE 0.                            00001250
            05 WS-TRL-BAZZ PIC 9(7) VALUE 0.                            00001260
            05 WS-TRL-FIZZBUZZ PIC 9(7) VALUE 0.                        00001270
            05 WS-TRL-FIZZBAZZ PIC 9(7) VALUE 0.                        00001280
            05 WS-TRL-BUZZBAZZ PIC 9(7) VALUE 0.                        00001290
            05 WS-TRL-FIZZBUZZBAZZ PIC 9(7) VALUE 0.                    00001300
            05 WS-TRL-PLAIN PIC 9(7) VALUE 0.                           00001310
            05 WS-TRL-OVERRIDE PIC 9(7) VALUE 0.                        00001320
       01  WS-HEADER-COUNT PIC 9(7) VALUE 0.                            00001330
       01  WS-TRAILER-COUNT PIC 9(7) VALUE 0.                           00001340
       01  WS-RPT-LABEL PIC X(20).                                      00001350
       01  WS-RPT-COUNT-X PIC X(11).                                    00001360
       01  WS-CMP-LABEL PIC X(12).                                      00001370
       01  WS-CMP-EXTRACT PIC 9(7).                                     00001380
       01  WS-CMP-REPORT PIC 9(7).                                      00001390
       01  WS-CMP-TRAILER PIC 9(7).                                     00001400
       01  WS-VRFY-HEADING PIC X(80)                                    00001410
               VALUE 'FIZZBUZZ EXTRACT BALANCING REPORT'.               00001420
       01  WS-VRFY-DETAIL.                                              00001430
            05 FILLER PIC X(2) VALUE SPACES.                            00001440
            05 WS-VRF-CLASS PIC X(12).                                  00001450
            05 FILLER PIC X(2) VALUE SPACES.                            00001460
            05 FILLER PIC X(5) VALUE 'EXTR '.                           00001470
            05 WS-VRF-EXTRACT PIC ZZZ,ZZZ,ZZ9.                          00001480
            05 FILLER PIC X(2) VALUE SPACES.                            00001490
            05 FILLER PIC X(4) VALUE 'RPT '.                            00001500
            05 WS-VRF-REPORT PIC ZZZ,ZZZ,ZZ9.                           00001510
            05 FILLER PIC X(2) VALUE SPACES.                            00001520
            05 FILLER PIC X(4) VALUE 'TRL '.                            00001530
            05 WS-VRF-TRAILER PIC ZZZ,ZZZ,ZZ9.                          00001540
            05 FILLER PIC X(2) VALUE SPACES.                            00001550
            05 WS-VRF-STATUS PIC X(10).                                 00001560
            05 FILLER PIC X(1) VALUE SPACES.                            00001570
       01  WS-VRFY-MSG-LINE.                                            00001580
            05 FILLER PIC X(5) VALUE SPACES.                            00001590
            05 WS-VRF-MSG PIC X(60).                                    00001600
            05 WS-VRF-MSG-NO PIC ZZZZZZ9.                               00001610
            05 FILLER PIC X(8) VALUE SPACES.                            00001620
       PROCEDURE DIVISION.                                              00001630
       0000-MAIN.                                                       00001640
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001650
           PERFORM PERF-CHECK-PREDECESSORS                              00001660
           OPEN INPUT REPORT-FILE                                       00001670
           IF NOT RPT-OK THEN                                           00001680
               DISPLAY 'FBVERIFY REPORT FILE OPEN ERROR, STATUS='       00001690
                   WS-RPT-STATUS UPON CONSOLE                           00001700
               MOVE 32 TO RETURN-CODE                                   00001710
               STOP RUN                                                 00001720
           END-IF                                                       00001730
           OPEN INPUT EXTRACT-FILE                                      00001740
           IF NOT EXTR-OK THEN                                          00001750
               DISPLAY 'FBVERIFY EXTRACT FILE OPEN ERROR, STATUS='      00001760
                   WS-EXTR-STATUS UPON CONSOLE                          00001770
               MOVE 36 TO RETURN-CODE                                   00001780
               STOP RUN                                                 00001790
           END-IF                                                       00001800
           OPEN OUTPUT VERIFY-FILE                                      00001810
           IF NOT VRFY-OK THEN                                          00001820
               DISPLAY 'FBVERIFY VERIFY FILE OPEN ERROR, STATUS='       00001830
                   WS-VRFY-STATUS UPON CONSOLE                          00001840
               MOVE 44 TO RETURN-CODE                                   00001850
               STOP RUN                                                 00001860
           END-IF                                                       00001870
           WRITE VERIFY-LINE FROM WS-VRFY-HEADING                       00001880
           PERFORM PERF-CHECK-VRFY-STATUS                               00001890
           PERFORM PERF-SCAN-REPORT UNTIL RPT-EOF                       00001900
           CLOSE REPORT-FILE                                            00001910
           PERFORM PERF-READ-EXTRACT                                    00001920
           PERFORM PERF-CHECK-EXTRACT UNTIL EXTR-EOF                    00001930
           CLOSE EXTRACT-FILE                                           00001940
           PERFORM PERF-BALANCE                                         00001950
           PERFORM PERF-VERIFY-SUMMARY                                  00001960
           CLOSE VERIFY-FILE                                            00001970
           IF WS-OOB-COUNT > 0 THEN                                     00001980
               DISPLAY 'FBVERIFY EXTRACT OUT OF BALANCE, DISCREPANCIES='00001990
                   WS-OOB-COUNT UPON CONSOLE                            00002000
               MOVE 8 TO RETURN-CODE                                    00002010
           END-IF                                                       00002020
           PERFORM PERF-WRITE-STEP-STATUS                               00002030
           STOP RUN.                                                    00002040
       PERF-WRITE-STEP-STATUS.                                          00002050
           OPEN EXTEND STEP-STATUS-FILE                                 00002060
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00002070
               DISPLAY 'FBVERIFY STEP STATUS OPEN ERROR, STATUS='       00002080
                   WS-STEP-STATUS UPON CONSOLE                          00002090
               MOVE 88 TO RETURN-CODE                                   00002100
               STOP RUN                                                 00002110
           END-IF                                                       00002120
           MOVE 'FBVERIFY' TO FB-STP-PROGRAM                            00002130
           MOVE WS-RUN-DATE TO FB-STP-RUN-DATE                          00002140
           MOVE RETURN-CODE TO FB-STP-RETURN-CODE                       00002150
           MOVE WS-DETAIL-COUNT TO FB-STP-COUNT-1                       00002160
           MOVE WS-OOB-COUNT TO FB-STP-COUNT-2                          00002170
           MOVE WS-CLASS-ERRORS TO FB-STP-COUNT-3                       00002180
           MOVE WS-GATE-GEN TO FB-STP-GEN-NO                            00002190
           WRITE FB-STEP-RECORD                                         00002200
           IF NOT STEP-OK THEN                                          00002210
               DISPLAY 'FBVERIFY STEP STATUS WRITE ERROR, STATUS='      00002220
                   WS-STEP-STATUS UPON CONSOLE                          00002230
               MOVE 92 TO RETURN-CODE                                   00002240
               STOP RUN                                                 00002250
           END-IF                                                       00002260
           CLOSE STEP-STATUS-FILE.                                      00002270
      *                                                                 00002280
      * THIS STEP WORKS FROM THE STAGED FILES, SO IT RUNS ONLY WHEN     00002290
      * THE STEP STATUS FEED SHOWS FBGENSEL STAGED A GENERATION         00002300
      * EARLIER ON THE SAME RUN DATE; THE LATEST FBGENSEL RECORD        00002310
      * NAMES THE GENERATION.  RETURN CODE 24 MEANS FBGENSEL NEVER      00002320
      * RAN, 28 THAT IT FAILED; EITHER WAY NOTHING IS READ OR WRITTEN   00002330
      * BUT THE STEP STATUS RECORD.                                     00002340
      *                                                                 00002350
       PERF-CHECK-PREDECESSORS.                                         00002360
           OPEN INPUT STEP-STATUS-FILE                                  00002370
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00002380
               DISPLAY 'FBVERIFY STEP STATUS OPEN ERROR, STATUS='       00002390
                   WS-STEP-STATUS UPON CONSOLE                          00002400
               MOVE 60 TO RETURN-CODE                                   00002410
               STOP RUN                                                 00002420
           END-IF                                                       00002430
           PERFORM PERF-READ-GATE-STEP                                  00002440
           PERFORM PERF-SCAN-GATE-STEP UNTIL STEP-EOF                   00002450
           CLOSE STEP-STATUS-FILE                                       00002460
           EVALUATE TRUE                                                00002470
               WHEN NOT GATE-SEL-SEEN                                   00002480
                   DISPLAY 'FBVERIFY NO FBGENSEL STEP ON THIS RUN DATE' 00002490
                       UPON CONSOLE                                     00002500
                   MOVE 24 TO RETURN-CODE                               00002510
               WHEN WS-GATE-SEL-RC >= 8                                 00002520
                   DISPLAY 'FBVERIFY FBGENSEL FAILED, RC='              00002530
                       WS-GATE-SEL-RC                                   00002540
                       ', GENERATION ' WS-GATE-GEN UPON CONSOLE         00002550
                   MOVE 28 TO RETURN-CODE                               00002560
               WHEN OTHER                                               00002570
                   CONTINUE                                             00002580
           END-EVALUATE                                                 00002590
           IF RETURN-CODE NOT = 0 THEN                                  00002600
               DISPLAY 'FBVERIFY NOT RUN, PREDECESSOR CHECK FAILED'     00002610
                   UPON CONSOLE                                         00002620
               PERFORM PERF-WRITE-STEP-STATUS                           00002630
               STOP RUN                                                 00002640
           END-IF.                                                      00002650
       PERF-READ-GATE-STEP.                                             00002660
           READ STEP-STATUS-FILE                                        00002670
               AT END CONTINUE                                          00002680
           END-READ                                                     00002690
           IF NOT STEP-OK AND NOT STEP-EOF THEN                         00002700
               DISPLAY 'FBVERIFY STEP STATUS READ ERROR, STATUS='       00002710
                   WS-STEP-STATUS UPON CONSOLE                          00002720
               MOVE 64 TO RETURN-CODE                                   00002730
               STOP RUN                                                 00002740
           END-IF.                                                      00002750
       PERF-SCAN-GATE-STEP.                                             00002760
           IF FB-STP-RUN-DATE = WS-RUN-DATE                             00002770
               AND FB-STP-RETURN-CODE IS NUMERIC                        00002780
               AND FB-STP-GEN-NO IS NUMERIC THEN                        00002790
               IF FB-STP-PROGRAM = 'FBGENSEL' THEN                      00002800
                   MOVE 'Y' TO WS-GATE-SEL-FLAG                         00002810
                   MOVE FB-STP-RETURN-CODE TO WS-GATE-SEL-RC            00002820
                   MOVE FB-STP-GEN-NO TO WS-GATE-GEN                    00002830
               END-IF                                                   00002840
           END-IF                                                       00002850
           PERFORM PERF-READ-GATE-STEP.                                 00002860
       PERF-CHECK-VRFY-STATUS.                                          00002870
           IF NOT VRFY-OK THEN                                          00002880
               DISPLAY 'FBVERIFY VERIFY FILE WRITE ERROR, STATUS='      00002890
                   WS-VRFY-STATUS UPON CONSOLE                          00002900
               MOVE 48 TO RETURN-CODE                                   00002910
               STOP RUN                                                 00002920
           END-IF.                                                      00002930
       PERF-SCAN-REPORT.                                                00002940
           READ REPORT-FILE                                             00002950
               AT END CONTINUE                                          00002960
               NOT AT END                                               00002970
                   PERFORM PERF-SCAN-REPORT-LINE                        00002980
           END-READ                                                     00002990
           IF NOT RPT-OK AND NOT RPT-EOF THEN                           00003000
               DISPLAY 'FBVERIFY REPORT FILE READ ERROR, STATUS='       00003010
                   WS-RPT-STATUS UPON CONSOLE                           00003020
               MOVE 52 TO RETURN-CODE                                   00003030
               STOP RUN                                                 00003040
           END-IF.                                                      00003050
       PERF-SCAN-REPORT-LINE.                                           00003060
           EVALUATE TRUE                                                00003070
               WHEN REPORT-LINE (1:14) = 'CONTROL TOTALS'               00003080
                   MOVE 'Y' TO WS-TOTALS-FLAG                           00003090
               WHEN REPORT-LINE (1:9) = 'RUN DATE:'                     00003100
                   MOVE 'N' TO WS-TOTALS-FLAG                           00003110
               WHEN REPORT-LINE (1:10) = 'JOB TOTALS'                   00003120
                   MOVE 'N' TO WS-TOTALS-FLAG                           00003130
               WHEN IN-CONTROL-TOTALS                                   00003140
                   PERFORM PERF-CAPTURE-TOTAL                           00003150
               WHEN OTHER                                               00003160
                   CONTINUE                                             00003170
           END-EVALUATE.                                                00003180
       PERF-CAPTURE-TOTAL.                                              00003190
           MOVE REPORT-LINE (11:20) TO WS-RPT-LABEL                     00003200
           MOVE REPORT-LINE (31:11) TO WS-RPT-COUNT-X                   00003210
           EVALUATE WS-RPT-LABEL                                        00003220
               WHEN 'FIZZ'                                              00003230
                   ADD FUNCTION NUMVAL(WS-RPT-COUNT-X)                  00003240
                       TO WS-RPT-FIZZ                                   00003250
               WHEN 'BUZZ'                                              00003260
                   ADD FUNCTION NUMVAL(WS-RPT-COUNT-X)                  00003270
                       TO WS-RPT-BUZZ                                   00003280
               WHEN 'BAZZ'                                              00003290
                   ADD FUNCTION NUMVAL(WS-RPT-COUNT-X)                  00003300
                       TO WS-RPT-BAZZ                                   00003310
               WHEN 'FIZZBUZZ'                                          00003320
                   ADD FUNCTION NUMVAL(WS-RPT-COUNT-X)                  00003330
                       TO WS-RPT-FIZZBUZZ                               00003340
               WHEN 'FIZZBAZZ'                                          00003350
                   ADD FUNCTION NUMVAL(WS-RPT-COUNT-X)                  00003360
                       TO WS-RPT-FIZZBAZZ                               00003370
               WHEN 'BUZZBAZZ'                                          00003380
                   ADD FUNCTION NUMVAL(WS-RPT-COUNT-X)                  00003390
                       TO WS-RPT-BUZZBAZZ                               00003400
               WHEN 'FIZZBUZZBAZZ'                                      00003410
                   ADD FUNCTION NUMVAL(WS-RPT-COUNT-X)                  00003420
                       TO WS-RPT-FIZZBUZZBAZZ                           00003430
               WHEN 'PLAIN'                                             00003440
                   ADD FUNCTION NUMVAL(WS-RPT-COUNT-X)                  00003450
                       TO WS-RPT-PLAIN                                  00003460
               WHEN 'OVERRIDE'                                          00003470
                   ADD FUNCTION NUMVAL(WS-RPT-COUNT-X)                  00003480
                       TO WS-RPT-OVERRIDE                               00003490
               WHEN OTHER                                               00003500
                   CONTINUE                                             00003510
           END-EVALUATE.                                                00003520
       PERF-READ-EXTRACT.                                               00003530
           READ EXTRACT-FILE                                            00003540
               AT END CONTINUE                                          00003550
           END-READ                                                     00003560
           IF NOT EXTR-OK AND NOT EXTR-EOF THEN                         00003570
               DISPLAY 'FBVERIFY EXTRACT FILE READ ERROR, STATUS='      00003580
                   WS-EXTR-STATUS UPON CONSOLE                          00003590
               MOVE 56 TO RETURN-CODE                                   00003600
               STOP RUN                                                 00003610
           END-IF.                                                      00003620
       PERF-CHECK-EXTRACT.                                              00003630
           IF FB-EXTR-SEQ-NO IS NUMERIC THEN                            00003640
               PERFORM PERF-CHECK-DETAIL                                00003650
           ELSE                                                         00003660
               PERFORM PERF-CHECK-CONTROL                               00003670
           END-IF                                                       00003680
           PERFORM PERF-READ-EXTRACT.                                   00003690
       PERF-CHECK-CONTROL.                                              00003700
           EVALUATE TRUE                                                00003710
               WHEN FB-HEADER-REC                                       00003720
                   ADD 1 TO WS-HEADER-COUNT                             00003730
                   PERFORM PERF-CAPTURE-HEADER                          00003740
               WHEN FB-TRAILER-REC                                      00003750
                   ADD 1 TO WS-TRAILER-COUNT                            00003760
                   ADD FB-TRL-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT       00003770
                   ADD FB-TRL-TALLY-FIZZ TO WS-TRL-FIZZ                 00003780
                   ADD FB-TRL-TALLY-BUZZ TO WS-TRL-BUZZ                 00003790
                   ADD FB-TRL-TALLY-BAZZ TO WS-TRL-BAZZ                 00003800
                   ADD FB-TRL-TALLY-FIZZBUZZ TO WS-TRL-FIZZBUZZ         00003810
                   ADD FB-TRL-TALLY-FIZZBAZZ TO WS-TRL-FIZZBAZZ         00003820
                   ADD FB-TRL-TALLY-BUZZBAZZ TO WS-TRL-BUZZBAZZ         00003830
                   ADD FB-TRL-TALLY-FIZZBUZZBAZZ                        00003840
                       TO WS-TRL-FIZZBUZZBAZZ                           00003850
                   ADD FB-TRL-TALLY-PLAIN TO WS-TRL-PLAIN               00003860
                   IF FB-TRL-TALLY-OVERRIDE IS NUMERIC THEN             00003870
                       ADD FB-TRL-TALLY-OVERRIDE TO WS-TRL-OVERRIDE     00003880
                   END-IF                                               00003890
               WHEN OTHER                                               00003900
                   ADD 1 TO WS-OOB-COUNT                                00003910
                   MOVE 'UNRECOGNIZED CONTROL RECORD AT RECORD'         00003920
                       TO WS-VRF-MSG                                    00003930
                   MOVE WS-DETAIL-COUNT TO WS-VRF-MSG-NO                00003940
                   WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE              00003950
                   PERFORM PERF-CHECK-VRFY-STATUS                       00003960
           END-EVALUATE.                                                00003970
       PERF-CAPTURE-HEADER.                                             00003980
           IF FB-HDR-RANGE-START IS NOT NUMERIC                         00003990
               OR FB-HDR-RANGE-END IS NOT NUMERIC                       00004000
               OR FB-HDR-DIVISOR-1 IS NOT NUMERIC                       00004010
               OR FB-HDR-DIVISOR-2 IS NOT NUMERIC                       00004020
               OR FB-HDR-DIVISOR-3 IS NOT NUMERIC THEN                  00004030
               ADD 1 TO WS-OOB-COUNT                                    00004040
               MOVE 'HEADER RECORD NOT NUMERIC, SET' TO WS-VRF-MSG      00004050
               MOVE WS-HEADER-COUNT TO WS-VRF-MSG-NO                    00004060
               WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE                  00004070
               PERFORM PERF-CHECK-VRFY-STATUS                           00004080
           ELSE                                                         00004090
               MOVE FB-HDR-RANGE-START TO WS-RANGE-START                00004100
               MOVE FB-HDR-RANGE-END TO WS-RANGE-END                    00004110
               MOVE FB-HDR-DIVISOR-1 TO WS-DIVISOR-1                    00004120
               MOVE FB-HDR-DIVISOR-2 TO WS-DIVISOR-2                    00004130
               MOVE FB-HDR-DIVISOR-3 TO WS-DIVISOR-3                    00004140
               IF WS-RANGE-START > WS-RANGE-END                         00004150
                   OR WS-DIVISOR-1 = 0 OR WS-DIVISOR-2 = 0              00004160
                   OR WS-DIVISOR-3 = 0 THEN                             00004170
                   ADD 1 TO WS-OOB-COUNT                                00004180
                   MOVE 'HEADER PARAMETERS INVALID, SET' TO WS-VRF-MSG  00004190
                   MOVE WS-HEADER-COUNT TO WS-VRF-MSG-NO                00004200
                   WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE              00004210
                   PERFORM PERF-CHECK-VRFY-STATUS                       00004220
               ELSE                                                     00004230
                   MOVE WS-RANGE-START TO WS-EXPECTED-SEQ               00004240
                   COMPUTE WS-EXPECTED-COUNT = WS-EXPECTED-COUNT        00004250
                       + WS-RANGE-END - WS-RANGE-START + 1              00004260
               END-IF                                                   00004270
           END-IF.                                                      00004280
       PERF-CHECK-DETAIL.                                               00004290
           ADD 1 TO WS-DETAIL-COUNT                                     00004300
           IF FB-EXTR-SEQ-NO NOT = WS-EXPECTED-SEQ THEN                 00004310
               ADD 1 TO WS-SEQ-ERRORS                                   00004320
               ADD 1 TO WS-OOB-COUNT                                    00004330
               MOVE 'SEQUENCE BREAK AT RECORD' TO WS-VRF-MSG            00004340
               MOVE WS-DETAIL-COUNT TO WS-VRF-MSG-NO                    00004350
               WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE                  00004360
               PERFORM PERF-CHECK-VRFY-STATUS                           00004370
           END-IF                                                       00004380
           COMPUTE WS-EXPECTED-SEQ = FB-EXTR-SEQ-NO + 1                 00004390
           IF FB-EXTR-OVERRIDDEN THEN                                   00004400
               ADD 1 TO WS-TALLY-OVERRIDE                               00004410
           ELSE                                                         00004420
               IF WS-HEADER-COUNT = 0 THEN                              00004430
                   ADD 1 TO WS-ORPHAN-COUNT                             00004440
                   PERFORM PERF-TALLY-EXTRACT                           00004450
               ELSE                                                     00004460
                   PERFORM PERF-RECOMPUTE-CLASS                         00004470
                   IF WS-CALC-CODE NOT = FB-EXTR-CLASS-CODE THEN        00004480
                       ADD 1 TO WS-CLASS-ERRORS                         00004490
                       ADD 1 TO WS-OOB-COUNT                            00004500
                       MOVE 'CLASS MISMATCH AT SEQUENCE' TO WS-VRF-MSG  00004510
                       MOVE FB-EXTR-SEQ-NO TO WS-VRF-MSG-NO             00004520
                       WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE          00004530
                       PERFORM PERF-CHECK-VRFY-STATUS                   00004540
                   END-IF                                               00004550
                   PERFORM PERF-TALLY-EXTRACT                           00004560
               END-IF                                                   00004570
           END-IF.                                                      00004580
       PERF-RECOMPUTE-CLASS.                                            00004590
           PERFORM PERF-FIZZ                                            00004600
           PERFORM PERF-BUZZ                                            00004610
           PERFORM PERF-BAZZ                                            00004620
           EVALUATE TRUE                                                00004630
               WHEN FIZZ-HIT AND BUZZ-HIT AND BAZZ-HIT                  00004640
                   MOVE FIZZBUZZBAZZ OF WS-STRINGS TO WS-CALC-CODE      00004650
               WHEN FIZZ-HIT AND BUZZ-HIT                               00004660
                   MOVE FIZZBUZZ OF WS-STRINGS TO WS-CALC-CODE          00004670
               WHEN FIZZ-HIT AND BAZZ-HIT                               00004680
                   MOVE FIZZBAZZ OF WS-STRINGS TO WS-CALC-CODE          00004690
               WHEN BUZZ-HIT AND BAZZ-HIT                               00004700
                   MOVE BUZZBAZZ OF WS-STRINGS TO WS-CALC-CODE          00004710
               WHEN FIZZ-HIT                                            00004720
                   MOVE FIZZ OF WS-STRINGS TO WS-CALC-CODE              00004730
               WHEN BUZZ-HIT                                            00004740
                   MOVE BUZZ OF WS-STRINGS TO WS-CALC-CODE              00004750
               WHEN BAZZ-HIT                                            00004760
                   MOVE BAZZ OF WS-STRINGS TO WS-CALC-CODE              00004770
               WHEN OTHER                                               00004780
                   MOVE 'NONE' TO WS-CALC-CODE                          00004790
           END-EVALUATE.                                                00004800
       PERF-FIZZ.                                                       00004810
           DIVIDE WS-DIVISOR-1 INTO FB-EXTR-SEQ-NO GIVING WS-Q          00004820
               REMAINDER WS-R                                           00004830
           IF WS-R = 0 THEN                                             00004840
               MOVE 'Y' TO WS-FIZZ-FLAG                                 00004850
           ELSE                                                         00004860
               MOVE 'N' TO WS-FIZZ-FLAG                                 00004870
           END-IF.                                                      00004880
       PERF-BUZZ.                                                       00004890
           DIVIDE WS-DIVISOR-2 INTO FB-EXTR-SEQ-NO GIVING WS-Q          00004900
               REMAINDER WS-R                                           00004910
           IF WS-R = 0 THEN                                             00004920
               MOVE 'Y' TO WS-BUZZ-FLAG                                 00004930
           ELSE                                                         00004940
               MOVE 'N' TO WS-BUZZ-FLAG                                 00004950
           END-IF.                                                      00004960
       PERF-BAZZ.                                                       00004970
           DIVIDE WS-DIVISOR-3 INTO FB-EXTR-SEQ-NO GIVING WS-Q          00004980
               REMAINDER WS-R                                           00004990
           IF WS-R = 0 THEN                                             00005000
               MOVE 'Y' TO WS-BAZZ-FLAG                                 00005010
           ELSE                                                         00005020
               MOVE 'N' TO WS-BAZZ-FLAG                                 00005030
           END-IF.                                                      00005040
       PERF-TALLY-EXTRACT.                                              00005050
           EVALUATE FB-EXTR-CLASS-CODE                                  00005060
               WHEN 'FIZZ'                                              00005070
                   ADD 1 TO WS-TALLY-FIZZ                               00005080
               WHEN 'BUZZ'                                              00005090
                   ADD 1 TO WS-TALLY-BUZZ                               00005100
               WHEN 'BAZZ'                                              00005110
                   ADD 1 TO WS-TALLY-BAZZ                               00005120
               WHEN 'FIZZBUZZ'                                          00005130
                   ADD 1 TO WS-TALLY-FIZZBUZZ                           00005140
               WHEN 'FIZZBAZZ'                                          00005150
                   ADD 1 TO WS-TALLY-FIZZBAZZ                           00005160
               WHEN 'BUZZBAZZ'                                          00005170
                   ADD 1 TO WS-TALLY-BUZZBAZZ                           00005180
               WHEN 'FIZZBUZZBAZZ'                                      00005190
                   ADD 1 TO WS-TALLY-FIZZBUZZBAZZ                       00005200
               WHEN 'NONE'                                              00005210
                   ADD 1 TO WS-TALLY-PLAIN                              00005220
               WHEN OTHER                                               00005230
                   ADD 1 TO WS-CLASS-ERRORS                             00005240
                   ADD 1 TO WS-OOB-COUNT                                00005250
                   MOVE 'UNKNOWN CLASS CODE AT SEQUENCE' TO WS-VRF-MSG  00005260
                   MOVE FB-EXTR-SEQ-NO TO WS-VRF-MSG-NO                 00005270
                   WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE              00005280
                   PERFORM PERF-CHECK-VRFY-STATUS                       00005290
           END-EVALUATE.                                                00005300
       PERF-BALANCE.                                                    00005310
           IF WS-HEADER-COUNT = 0 THEN                                  00005320
               ADD 1 TO WS-OOB-COUNT                                    00005330
               MOVE 'NO HEADER RECORD ON EXTRACT' TO WS-VRF-MSG         00005340
               MOVE 0 TO WS-VRF-MSG-NO                                  00005350
               WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE                  00005360
               PERFORM PERF-CHECK-VRFY-STATUS                           00005370
           END-IF                                                       00005380
           IF WS-TRAILER-COUNT NOT = WS-HEADER-COUNT THEN               00005390
               ADD 1 TO WS-OOB-COUNT                                    00005400
               MOVE 'TRAILER COUNT DOES NOT MATCH HEADER COUNT'         00005410
                   TO WS-VRF-MSG                                        00005420
               MOVE WS-TRAILER-COUNT TO WS-VRF-MSG-NO                   00005430
               WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE                  00005440
               PERFORM PERF-CHECK-VRFY-STATUS                           00005450
           END-IF                                                       00005460
           IF WS-ORPHAN-COUNT > 0 THEN                                  00005470
               ADD 1 TO WS-OOB-COUNT                                    00005480
               MOVE 'DETAIL RECORDS BEFORE FIRST HEADER' TO WS-VRF-MSG  00005490
               MOVE WS-ORPHAN-COUNT TO WS-VRF-MSG-NO                    00005500
               WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE                  00005510
               PERFORM PERF-CHECK-VRFY-STATUS                           00005520
           END-IF                                                       00005530
           MOVE 'FIZZ' TO WS-CMP-LABEL                                  00005540
           MOVE WS-TALLY-FIZZ TO WS-CMP-EXTRACT                         00005550
           MOVE WS-RPT-FIZZ TO WS-CMP-REPORT                            00005560
           MOVE WS-TRL-FIZZ TO WS-CMP-TRAILER                           00005570
           PERFORM PERF-COMPARE-CLASS                                   00005580
           MOVE 'BUZZ' TO WS-CMP-LABEL                                  00005590
           MOVE WS-TALLY-BUZZ TO WS-CMP-EXTRACT                         00005600
           MOVE WS-RPT-BUZZ TO WS-CMP-REPORT                            00005610
           MOVE WS-TRL-BUZZ TO WS-CMP-TRAILER                           00005620
           PERFORM PERF-COMPARE-CLASS                                   00005630
           MOVE 'BAZZ' TO WS-CMP-LABEL                                  00005640
           MOVE WS-TALLY-BAZZ TO WS-CMP-EXTRACT                         00005650
           MOVE WS-RPT-BAZZ TO WS-CMP-REPORT                            00005660
           MOVE WS-TRL-BAZZ TO WS-CMP-TRAILER                           00005670
           PERFORM PERF-COMPARE-CLASS                                   00005680
           MOVE 'FIZZBUZZ' TO WS-CMP-LABEL                              00005690
           MOVE WS-TALLY-FIZZBUZZ TO WS-CMP-EXTRACT                     00005700
           MOVE WS-RPT-FIZZBUZZ TO WS-CMP-REPORT                        00005710
           MOVE WS-TRL-FIZZBUZZ TO WS-CMP-TRAILER                       00005720
           PERFORM PERF-COMPARE-CLASS                                   00005730
           MOVE 'FIZZBAZZ' TO WS-CMP-LABEL                              00005740
           MOVE WS-TALLY-FIZZBAZZ TO WS-CMP-EXTRACT                     00005750
           MOVE WS-RPT-FIZZBAZZ TO WS-CMP-REPORT                        00005760
           MOVE WS-TRL-FIZZBAZZ TO WS-CMP-TRAILER                       00005770
           PERFORM PERF-COMPARE-CLASS                                   00005780
           MOVE 'BUZZBAZZ' TO WS-CMP-LABEL                              00005790
           MOVE WS-TALLY-BUZZBAZZ TO WS-CMP-EXTRACT                     00005800
           MOVE WS-RPT-BUZZBAZZ TO WS-CMP-REPORT                        00005810
           MOVE WS-TRL-BUZZBAZZ TO WS-CMP-TRAILER                       00005820
           PERFORM PERF-COMPARE-CLASS                                   00005830
           MOVE 'FIZZBUZZBAZZ' TO WS-CMP-LABEL                          00005840
           MOVE WS-TALLY-FIZZBUZZBAZZ TO WS-CMP-EXTRACT                 00005850
           MOVE WS-RPT-FIZZBUZZBAZZ TO WS-CMP-REPORT                    00005860
           MOVE WS-TRL-FIZZBUZZBAZZ TO WS-CMP-TRAILER                   00005870
           PERFORM PERF-COMPARE-CLASS                                   00005880
           MOVE 'NONE' TO WS-CMP-LABEL                                  00005890
           MOVE WS-TALLY-PLAIN TO WS-CMP-EXTRACT                        00005900
           MOVE WS-RPT-PLAIN TO WS-CMP-REPORT                           00005910
           MOVE WS-TRL-PLAIN TO WS-CMP-TRAILER                          00005920
           PERFORM PERF-COMPARE-CLASS                                   00005930
           MOVE 'OVERRIDE' TO WS-CMP-LABEL                              00005940
           MOVE WS-TALLY-OVERRIDE TO WS-CMP-EXTRACT                     00005950
           MOVE WS-RPT-OVERRIDE TO WS-CMP-REPORT                        00005960
           MOVE WS-TRL-OVERRIDE TO WS-CMP-TRAILER                       00005970
           PERFORM PERF-COMPARE-CLASS                                   00005980
           IF WS-TRAILER-COUNT > 0                                      00005990
               AND WS-TRL-DETAIL-COUNT NOT = WS-DETAIL-COUNT THEN       00006000
               ADD 1 TO WS-OOB-COUNT                                    00006010
               MOVE 'TRAILER COUNT DOES NOT MATCH DETAILS, TRAILER'     00006020
                   TO WS-VRF-MSG                                        00006030
               MOVE WS-TRL-DETAIL-COUNT TO WS-VRF-MSG-NO                00006040
               WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE                  00006050
               PERFORM PERF-CHECK-VRFY-STATUS                           00006060
           END-IF                                                       00006070
           IF WS-DETAIL-COUNT NOT = WS-EXPECTED-COUNT THEN              00006080
               ADD 1 TO WS-OOB-COUNT                                    00006090
               MOVE 'DETAIL COUNT DOES NOT MATCH RANGE, EXPECTED'       00006100
                   TO WS-VRF-MSG                                        00006110
               MOVE WS-EXPECTED-COUNT TO WS-VRF-MSG-NO                  00006120
               WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE                  00006130
               PERFORM PERF-CHECK-VRFY-STATUS                           00006140
           END-IF.                                                      00006150
       PERF-COMPARE-CLASS.                                              00006160
           MOVE WS-CMP-LABEL TO WS-VRF-CLASS                            00006170
           MOVE WS-CMP-EXTRACT TO WS-VRF-EXTRACT                        00006180
           MOVE WS-CMP-REPORT TO WS-VRF-REPORT                          00006190
           MOVE WS-CMP-TRAILER TO WS-VRF-TRAILER                        00006200
           IF WS-CMP-EXTRACT = WS-CMP-REPORT                            00006210
               AND WS-CMP-EXTRACT = WS-CMP-TRAILER THEN                 00006220
               MOVE 'IN BALANCE' TO WS-VRF-STATUS                       00006230
           ELSE                                                         00006240
               MOVE 'OUT OF BAL' TO WS-VRF-STATUS                       00006250
               ADD 1 TO WS-OOB-COUNT                                    00006260
           END-IF                                                       00006270
           WRITE VERIFY-LINE FROM WS-VRFY-DETAIL                        00006280
           PERFORM PERF-CHECK-VRFY-STATUS.                              00006290
       PERF-VERIFY-SUMMARY.                                             00006300
           MOVE SPACES TO VERIFY-LINE                                   00006310
           WRITE VERIFY-LINE                                            00006320
           PERFORM PERF-CHECK-VRFY-STATUS                               00006330
           MOVE 'RECORDS READ' TO WS-VRF-MSG                            00006340
           MOVE WS-DETAIL-COUNT TO WS-VRF-MSG-NO                        00006350
           WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE                      00006360
           PERFORM PERF-CHECK-VRFY-STATUS                               00006370
           MOVE 'SEQUENCE ERRORS' TO WS-VRF-MSG                         00006380
           MOVE WS-SEQ-ERRORS TO WS-VRF-MSG-NO                          00006390
           WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE                      00006400
           PERFORM PERF-CHECK-VRFY-STATUS                               00006410
           MOVE 'CLASS ERRORS' TO WS-VRF-MSG                            00006420
           MOVE WS-CLASS-ERRORS TO WS-VRF-MSG-NO                        00006430
           WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE                      00006440
           PERFORM PERF-CHECK-VRFY-STATUS                               00006450
           MOVE 'TOTAL DISCREPANCIES' TO WS-VRF-MSG                     00006460
           MOVE WS-OOB-COUNT TO WS-VRF-MSG-NO                           00006470
           WRITE VERIFY-LINE FROM WS-VRFY-MSG-LINE                      00006480
           PERFORM PERF-CHECK-VRFY-STATUS                               00006490
           MOVE SPACES TO VERIFY-LINE                                   00006500
           IF WS-OOB-COUNT = 0 THEN                                     00006510
               MOVE 'EXTRACT IN BALANCE WITH REPORT CONTROL TOTALS'     00006520
                   TO VERIFY-LINE                                       00006530
           ELSE                                                         00006540
               MOVE 'EXTRACT OUT OF BALANCE - HOLD LABEL PRINT STEP'    00006550
                   TO VERIFY-LINE                                       00006560
           END-IF                                                       00006570
           WRITE VERIFY-LINE                                            00006580
           PERFORM PERF-CHECK-VRFY-STATUS.                              00006590
