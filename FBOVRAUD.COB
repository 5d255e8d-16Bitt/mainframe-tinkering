      * SO THE BUSINESS CAN CLEAN DEAD OVERRIDES WITH FBOVRMNT BEFORE   00000130
      * MONTH-END INSTEAD OF FINDING THEM ON PRINTED LABELS.  ANY       00000140
      * OVERRIDE OTHER THAN EFFECTIVE ENDS WITH RETURN CODE 4.          00000150
      * EVERY RANGE OVERRIDE RULE ON THE RULE FILE IS THEN REPORTED     00000160
      * AGAINST TODAY'S DATE AS ONE OF:                                 00000170
      *   INVALID    RANGE OR DATES NOT NUMERIC, RANGE OR WINDOW OUT    00000180
      *              OF ORDER, OR CLASS NOT A VALID COMBINATION WORD    00000190
      *   EXPIRED    EXPIRY DATE HAS PASSED                             00000200
      *   OVERLAP    RANGE AND DATE WINDOW OVERLAP ANOTHER RULE THAT    00000210
      *              HAS NOT EXPIRED (EACH OTHER RULE IS LISTED)        00000220
      *   PENDING    NOT YET EFFECTIVE                                  00000230
      *   ACTIVE     IN EFFECT TODAY                                    00000240
      * ANY INVALID, EXPIRED, OR OVERLAPPING RULE ALSO ENDS WITH        00000250
      * RETURN CODE 4; A PENDING RULE IS LISTED FOR INFORMATION.        00000260
      * RETURN CODE 8 MEANS THERE WAS NOTHING ON EITHER FILE.           00000270
      * AUSTIN BITTINGER - 2026/09/02                                   00000280
      *                                                                 00000290
       IDENTIFICATION DIVISION.                                         00000300
       PROGRAM-ID. FBOVRAUD.                                            00000310
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000320
       ENVIRONMENT DIVISION.                                            00000330
       INPUT-OUTPUT SECTION.                                            00000340
       FILE-CONTROL.                                                    00000350
           SELECT OVERRIDE-FILE ASSIGN TO "OVRDFILE"                    00000360
               ORGANIZATION IS LINE SEQUENTIAL                          00000370
               FILE STATUS IS WS-OVRD-STATUS.                           00000380
           SELECT OPTIONAL RULE-FILE ASSIGN TO "OVRRFILE"               00000390
               ORGANIZATION IS LINE SEQUENTIAL                          00000400
               FILE STATUS IS WS-RULE-STATUS.                           00000410
           SELECT CATALOG-FILE ASSIGN TO "CATFILE"                      00000420
               ORGANIZATION IS LINE SEQUENTIAL                          00000430
               FILE STATUS IS WS-CAT-STATUS.                            00000440
           SELECT GEN-EXTRACT-FILE ASSIGN TO DYNAMIC WS-GEN-EXTR-DSN    00000450
               ORGANIZATION IS LINE SEQUENTIAL                          00000460
               FILE STATUS IS WS-GEXT-STATUS.                           00000470
           SELECT AUDIT-REPORT-FILE ASSIGN TO "OVRAFILE"                00000480
               ORGANIZATION IS LINE SEQUENTIAL                          00000490
               FILE STATUS IS WS-AUD-STATUS.                            00000500
       DATA DIVISION.                                                   00000510
       FILE SECTION.                                                    00000520
       FD  OVERRIDE-FILE                                                00000530
           LABEL RECORDS ARE STANDARD.                                  00000540
           COPY FBOVRD.                                                 00000550
       FD  RULE-FILE                                                    00000560
           LABEL RECORDS ARE STANDARD.                                  00000570
           COPY FBOVRR.                                                 00000580
       FD  CATALOG-FILE                                                 00000590
           LABEL RECORDS ARE STANDARD.                                  00000600
           COPY FBCATLG.                                                00000610
       FD  GEN-EXTRACT-FILE                                             00000620
           LABEL RECORDS ARE STANDARD.                                  00000630
           COPY FBEXTR.                                                 00000640
       FD  AUDIT-REPORT-FILE                                            00000650
           LABEL RECORDS ARE STANDARD.                                  00000660
       01  AUDIT-REPORT-LINE PIC X(80).                                 00000670
       WORKING-STORAGE SECTION.                                         00000680
       01  WS-STRINGS.                                                  00000690
            05 FIZZ PIC X(4) VALUE 'FIZZ'.                              00000700
            05 BUZZ PIC X(4) VALUE 'BUZZ'.                              00000710
            05 BAZZ PIC X(4) VALUE 'BAZZ'.                              00000720
            05 FIZZBUZZ PIC X(8) VALUE 'FIZZBUZZ'.                      00000730
            05 FIZZBAZZ PIC X(8) VALUE 'FIZZBAZZ'.                      00000740
            05 BUZZBAZZ PIC X(8) VALUE 'BUZZBAZZ'.                      00000750
            05 FIZZBUZZBAZZ PIC X(12) VALUE 'FIZZBUZZBAZZ'.             00000760
       01  WS-R PIC 9(7).                                               00000770
       01  WS-Q PIC 9(7).                                               00000780
       01  WS-DIV-FLAGS.                                                00000790
            05 WS-FIZZ-FLAG PIC X VALUE 'N'.                            00000800
               88 FIZZ-HIT VALUE 'Y'.                                   00000810
            05 WS-BUZZ-FLAG PIC X VALUE 'N'.                            00000820
               88 BUZZ-HIT VALUE 'Y'.                                   00000830
            05 WS-BAZZ-FLAG PIC X VALUE 'N'.                            00000840
               88 BAZZ-HIT VALUE 'Y'.                                   00000850
       01  WS-OVRD-STATUS PIC XX.                                       00000860
            88 OVRD-OK VALUE '00'.                                      00000870
            88 OVRD-EOF VALUE '10'.                                     00000880
            88 OVRD-NOT-FOUND VALUE '35'.                               00000890
       01  WS-RULE-STATUS PIC XX.                                       00000900
            88 RULE-OK VALUE '00'.                                      00000910
            88 RULE-CREATED VALUE '05'.                                 00000920
            88 RULE-EOF VALUE '10'.                                     00000930
            88 RULE-NOT-FOUND VALUE '35'.                               00000940
       01  WS-OVRD-FILE-FLAG PIC X VALUE 'Y'.                           00000950
            88 OVRD-FILE-PRESENT VALUE 'Y'.                             00000960
       01  WS-CAT-STATUS PIC XX.                                        00000970
            88 CAT-OK VALUE '00'.                                       00000980
            88 CAT-EOF VALUE '10'.                                      00000990
            88 CAT-NOT-FOUND VALUE '35'.                                00001000
       01  WS-GEXT-STATUS PIC XX.                                       00001010
            88 GEXT-OK VALUE '00'.                                      00001020
            88 GEXT-EOF VALUE '10'.                                     00001030
       01  WS-AUD-STATUS PIC XX.                                        00001040
            88 AUD-OK VALUE '00'.                                       00001050
       01  WS-GEN-EXTR-DSN.                                             00001060
            05 FILLER PIC X(10) VALUE 'EXTRFILE.G'.                     00001070
            05 WS-GEN-EXTR-GEN PIC 9(4).                                00001080
       01  WS-LATEST-GEN PIC 9(4) VALUE 0.                              00001090
       01  WS-DIVISOR-1 PIC 9(7) VALUE 0.                               00001100
       01  WS-DIVISOR-2 PIC 9(7) VALUE 0.                               00001110
       01  WS-DIVISOR-3 PIC 9(7) VALUE 0.                               00001120
       01  WS-SEQ-NO PIC 9(7) VALUE 0.                                  00001130
       01  WS-CALC-CODE PIC X(12).                                      00001140
       01  WS-RANGE-COUNT PIC 9(3) VALUE 0.                             00001150
       01  WS-RANGE-IX PIC 9(3) VALUE 0.                                00001160
       01  WS-RANGE-TABLE.                                              00001170
            05 WS-RANGE-ENTRY OCCURS 100 TIMES.                         00001180
                10 WS-RNG-LO PIC 9(7).                                  00001190
                10 WS-RNG-HI PIC 9(7).                                  00001200
       01  WS-IN-RANGE-FLAG PIC X VALUE 'N'.                            00001210
            88 SEQ-IN-RANGE VALUE 'Y'.                                  00001220
       01  WS-CLASS-VALID-FLAG PIC X VALUE 'N'.                         00001230
            88 CLASS-VALID VALUE 'Y'.                                   00001240
       01  WS-CHECK-CLASS PIC X(12).                                    00001250
       01  WS-AUDIT-DATE PIC 9(8) VALUE 0.                              00001260
       01  WS-RULE-COUNT PIC 9(4) VALUE 0.                              00001270
       01  WS-RULE-LIMIT PIC 9(4) VALUE 200.                            00001280
       01  WS-RULE-IX PIC 9(4) VALUE 0.                                 00001290
       01  WS-RULE-JX PIC 9(4) VALUE 0.                                 00001300
       01  WS-RULE-TABLE.                                               00001310
            05 WS-RULE-ENTRY OCCURS 200 TIMES.                          00001320
                10 WS-RULE-RECORD.                                      00001330
                    15 WS-RULE-FROM PIC 9(7).                           00001340
                    15 WS-RULE-TO PIC 9(7).                             00001350
                    15 WS-RULE-EFF PIC 9(8).                            00001360
                    15 WS-RULE-EXP PIC 9(8).                            00001370
                    15 WS-RULE-REASON PIC X(4).                         00001380
                    15 WS-RULE-CLASS PIC X(12).                         00001390
                10 WS-RULE-VALID PIC X.                                 00001400
                10 WS-RULE-LIVE PIC X.                                  00001410
       01  WS-OVERLAP-HITS PIC 9(4) VALUE 0.                            00001420
       01  WS-OVERLAP-PRINT-FLAG PIC X VALUE 'N'.                       00001430
            88 PRINT-OVERLAPS VALUE 'Y'.                                00001440
       01  WS-READ-COUNT PIC 9(7) VALUE 0.                              00001450
       01  WS-INVALID-COUNT PIC 9(7) VALUE 0.                           00001460
       01  WS-OUTRANGE-COUNT PIC 9(7) VALUE 0.                          00001470
       01  WS-REDUNDANT-COUNT PIC 9(7) VALUE 0.                         00001480
       01  WS-EFFECTIVE-COUNT PIC 9(7) VALUE 0.                         00001490
       01  WS-RULE-READ-COUNT PIC 9(7) VALUE 0.                         00001500
       01  WS-RULE-INVALID-COUNT PIC 9(7) VALUE 0.                      00001510
       01  WS-EXPIRED-COUNT PIC 9(7) VALUE 0.                           00001520
       01  WS-OVERLAP-COUNT PIC 9(7) VALUE 0.                           00001530
       01  WS-PENDING-COUNT PIC 9(7) VALUE 0.                           00001540
       01  WS-ACTIVE-COUNT PIC 9(7) VALUE 0.                            00001550
       01  WS-AUDIT-HEADING PIC X(80)                                   00001560
               VALUE 'FIZZBUZZ OVERRIDE EFFECTIVENESS AUDIT'.           00001570
       01  WS-DIVISOR-LINE.                                             00001580
            05 FILLER PIC X(20) VALUE 'PRODUCTION DIVISORS '.           00001590
            05 WS-DIV-D1 PIC ZZZZZZ9.                                   00001600
            05 FILLER PIC X VALUE SPACE.                                00001610
            05 WS-DIV-D2 PIC ZZZZZZ9.                                   00001620
            05 FILLER PIC X VALUE SPACE.                                00001630
            05 WS-DIV-D3 PIC ZZZZZZ9.                                   00001640
            05 FILLER PIC X(17) VALUE ' FROM GENERATION '.              00001650
            05 WS-DIV-GEN PIC ZZZ9.                                     00001660
            05 FILLER PIC X(16) VALUE SPACES.                           00001670
       01  WS-AUDIT-LINE.                                               00001680
            05 FILLER PIC X(9) VALUE 'SEQUENCE '.                       00001690
            05 WS-AUD-SEQ PIC X(7).                                     00001700
            05 FILLER PIC X(2) VALUE SPACES.                            00001710
            05 WS-AUD-CLASS PIC X(12).                                  00001720
            05 FILLER PIC X(2) VALUE SPACES.                            00001730
            05 WS-AUD-DISP PIC X(10).                                   00001740
            05 FILLER PIC X(2) VALUE SPACES.                            00001750
            05 WS-AUD-NATURAL PIC X(12).                                00001760
            05 FILLER PIC X(24) VALUE SPACES.                           00001770
       01  WS-RULE-HEADING.                                             00001780
            05 FILLER PIC X(27) VALUE 'RANGE OVERRIDE RULES AS OF '.    00001790
            05 WS-RHD-DATE PIC 9(8).                                    00001800
            05 FILLER PIC X(45) VALUE SPACES.                           00001810
       01  WS-RULE-AUDIT-LINE.                                          00001820
            05 FILLER PIC X(6) VALUE 'RANGE '.                          00001830
            05 WS-RAU-FROM PIC X(7).                                    00001840
            05 FILLER PIC X VALUE '-'.                                  00001850
            05 WS-RAU-TO PIC X(7).                                      00001860
            05 FILLER PIC X VALUE SPACE.                                00001870
            05 WS-RAU-EFF PIC X(8).                                     00001880
            05 FILLER PIC X VALUE SPACE.                                00001890
            05 WS-RAU-EXP PIC X(8).                                     00001900
            05 FILLER PIC X VALUE SPACE.                                00001910
            05 WS-RAU-REASON PIC X(4).                                  00001920
            05 FILLER PIC X VALUE SPACE.                                00001930
            05 WS-RAU-CLASS PIC X(12).                                  00001940
            05 FILLER PIC X(2) VALUE SPACES.                            00001950
            05 WS-RAU-DISP PIC X(10).                                   00001960
            05 FILLER PIC X(11) VALUE SPACES.                           00001970
       01  WS-OVERLAP-LINE.                                             00001980
            05 FILLER PIC X(8) VALUE SPACES.                            00001990
            05 FILLER PIC X(15) VALUE 'OVERLAPS RANGE '.                00002000
            05 WS-OVL-FROM PIC 9(7).                                    00002010
            05 FILLER PIC X VALUE '-'.                                  00002020
            05 WS-OVL-TO PIC 9(7).                                      00002030
            05 FILLER PIC X(5) VALUE ' EFF '.                           00002040
            05 WS-OVL-EFF PIC 9(8).                                     00002050
            05 FILLER PIC X(5) VALUE ' EXP '.                           00002060
            05 WS-OVL-EXP PIC 9(8).                                     00002070
            05 FILLER PIC X(16) VALUE SPACES.                           00002080
       01  WS-MSG-LINE.                                                 00002090
            05 WS-MSG-TEXT PIC X(44).                                   00002100
            05 WS-MSG-NO PIC ZZZ,ZZZ,ZZ9.                               00002110
            05 FILLER PIC X(25) VALUE SPACES.                           00002120
       PROCEDURE DIVISION.                                              00002130
       0000-MAIN.                                                       00002140
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD                      00002150
           PERFORM PERF-LOAD-CATALOG                                    00002160
           PERFORM PERF-READ-DIVISORS                                   00002170
           OPEN INPUT OVERRIDE-FILE                                     00002180
           IF OVRD-NOT-FOUND THEN                                       00002190
               DISPLAY 'FBOVRAUD NO OVERRIDE FILE FOUND' UPON CONSOLE   00002200
               MOVE 'N' TO WS-OVRD-FILE-FLAG                            00002210
           ELSE                                                         00002220
               IF NOT OVRD-OK THEN                                      00002230
                   DISPLAY 'FBOVRAUD OVERRIDE FILE OPEN ERROR, STATUS=' 00002240
                       WS-OVRD-STATUS UPON CONSOLE                      00002250
                   MOVE 32 TO RETURN-CODE                               00002260
                   STOP RUN                                             00002270
               END-IF                                                   00002280
           END-IF                                                       00002290
           OPEN OUTPUT AUDIT-REPORT-FILE                                00002300
           IF NOT AUD-OK THEN                                           00002310
               DISPLAY 'FBOVRAUD AUDIT REPORT OPEN ERROR, STATUS='      00002320
                   WS-AUD-STATUS UPON CONSOLE                           00002330
               MOVE 36 TO RETURN-CODE                                   00002340
               STOP RUN                                                 00002350
           END-IF                                                       00002360
           WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-HEADING                00002370
           PERFORM PERF-CHECK-AUD-STATUS                                00002380
           MOVE WS-DIVISOR-1 TO WS-DIV-D1                               00002390
           MOVE WS-DIVISOR-2 TO WS-DIV-D2                               00002400
           MOVE WS-DIVISOR-3 TO WS-DIV-D3                               00002410
           MOVE WS-LATEST-GEN TO WS-DIV-GEN                             00002420
           WRITE AUDIT-REPORT-LINE FROM WS-DIVISOR-LINE                 00002430
           PERFORM PERF-CHECK-AUD-STATUS                                00002440
           MOVE SPACES TO AUDIT-REPORT-LINE                             00002450
           WRITE AUDIT-REPORT-LINE                                      00002460
           PERFORM PERF-CHECK-AUD-STATUS                                00002470
           IF OVRD-FILE-PRESENT THEN                                    00002480
               PERFORM PERF-READ-OVERRIDE                               00002490
               PERFORM PERF-AUDIT-OVERRIDE UNTIL OVRD-EOF               00002500
               CLOSE OVERRIDE-FILE                                      00002510
           END-IF                                                       00002520
           PERFORM PERF-LOAD-RULES                                      00002530
           PERFORM PERF-AUDIT-RULES                                     00002540
           PERFORM PERF-AUDIT-SUMMARY                                   00002550
           CLOSE AUDIT-REPORT-FILE                                      00002560
           DISPLAY 'FBOVRAUD OVERRIDES: ' WS-READ-COUNT                 00002570
               ', EFFECTIVE: ' WS-EFFECTIVE-COUNT                       00002580
               ', REDUNDANT: ' WS-REDUNDANT-COUNT                       00002590
               ', OUT-RANGE: ' WS-OUTRANGE-COUNT                        00002600
               ', INVALID: ' WS-INVALID-COUNT UPON CONSOLE              00002610
           DISPLAY 'FBOVRAUD RULES: ' WS-RULE-READ-COUNT                00002620
               ', ACTIVE: ' WS-ACTIVE-COUNT                             00002630
               ', PENDING: ' WS-PENDING-COUNT                           00002640
               ', EXPIRED: ' WS-EXPIRED-COUNT                           00002650
               ', OVERLAP: ' WS-OVERLAP-COUNT                           00002660
               ', INVALID: ' WS-RULE-INVALID-COUNT UPON CONSOLE         00002670
           IF WS-READ-COUNT = 0 AND WS-RULE-READ-COUNT = 0 THEN         00002680
               DISPLAY 'FBOVRAUD NO OVERRIDE RECORDS OR RULES ON FILE'  00002690
                   UPON CONSOLE                                         00002700
               MOVE 8 TO RETURN-CODE                                    00002710
           END-IF                                                       00002720
           IF WS-INVALID-COUNT > 0                                      00002730
               OR WS-OUTRANGE-COUNT > 0                                 00002740
               OR WS-REDUNDANT-COUNT > 0                                00002750
               OR WS-RULE-INVALID-COUNT > 0                             00002760
               OR WS-EXPIRED-COUNT > 0                                  00002770
               OR WS-OVERLAP-COUNT > 0 THEN                             00002780
               IF RETURN-CODE = 0 THEN                                  00002790
                   MOVE 4 TO RETURN-CODE                                00002800
               END-IF                                                   00002810
           END-IF                                                       00002820
           STOP RUN.                                                    00002830
       PERF-CHECK-AUD-STATUS.                                           00002840
           IF NOT AUD-OK THEN                                           00002850
               DISPLAY 'FBOVRAUD AUDIT REPORT WRITE ERROR, STATUS='     00002860
                   WS-AUD-STATUS UPON CONSOLE                           00002870
               MOVE 40 TO RETURN-CODE                                   00002880
               STOP RUN                                                 00002890
           END-IF.                                                      00002900
      *                                                                 00002910
      * EVERY CATALOGED RANGE COUNTS AS A RANGE WE STILL RUN; THE       00002920
      * NEWEST ENTRY ALSO NAMES THE GENERATION WHOSE EXTRACT HEADER     00002930
      * CARRIES THE PRODUCTION DIVISORS.                                00002940
      *                                                                 00002950
       PERF-LOAD-CATALOG.                                               00002960
           OPEN INPUT CATALOG-FILE                                      00002970
           IF CAT-NOT-FOUND THEN                                        00002980
               DISPLAY 'FBOVRAUD NO GENERATION CATALOG FOUND'           00002990
                   UPON CONSOLE                                         00003000
               MOVE 8 TO RETURN-CODE                                    00003010
               STOP RUN                                                 00003020
           END-IF                                                       00003030
           IF NOT CAT-OK THEN                                           00003040
               DISPLAY 'FBOVRAUD CATALOG FILE OPEN ERROR, STATUS='      00003050
                   WS-CAT-STATUS UPON CONSOLE                           00003060
               MOVE 44 TO RETURN-CODE                                   00003070
               STOP RUN                                                 00003080
           END-IF                                                       00003090
           PERFORM PERF-READ-CAT-REC                                    00003100
           PERFORM PERF-STORE-CAT-REC UNTIL CAT-EOF                     00003110
           CLOSE CATALOG-FILE                                           00003120
           IF WS-LATEST-GEN = 0 THEN                                    00003130
               DISPLAY 'FBOVRAUD CATALOG HAS NO GENERATIONS'            00003140
                   UPON CONSOLE                                         00003150
               MOVE 8 TO RETURN-CODE                                    00003160
               STOP RUN                                                 00003170
           END-IF.                                                      00003180
       PERF-READ-CAT-REC.                                               00003190
           READ CATALOG-FILE                                            00003200
               AT END CONTINUE                                          00003210
           END-READ                                                     00003220
           IF NOT CAT-OK AND NOT CAT-EOF THEN                           00003230
               DISPLAY 'FBOVRAUD CATALOG FILE READ ERROR, STATUS='      00003240
                   WS-CAT-STATUS UPON CONSOLE                           00003250
               MOVE 48 TO RETURN-CODE                                   00003260
               STOP RUN                                                 00003270
           END-IF.                                                      00003280
       PERF-STORE-CAT-REC.                                              00003290
           IF NOT FB-CATALOG-HDR                                        00003300
               AND FB-CAT-GEN-NO IS NUMERIC                             00003310
               AND FB-CAT-RANGE-START IS NUMERIC                        00003320
               AND FB-CAT-RANGE-END IS NUMERIC THEN                     00003330
               MOVE FB-CAT-GEN-NO TO WS-LATEST-GEN                      00003340
               IF WS-RANGE-COUNT < 100 THEN                             00003350
                   ADD 1 TO WS-RANGE-COUNT                              00003360
                   MOVE FB-CAT-RANGE-START                              00003370
                       TO WS-RNG-LO (WS-RANGE-COUNT)                    00003380
                   MOVE FB-CAT-RANGE-END                                00003390
                       TO WS-RNG-HI (WS-RANGE-COUNT)                    00003400
               END-IF                                                   00003410
           END-IF                                                       00003420
           PERFORM PERF-READ-CAT-REC.                                   00003430
       PERF-READ-DIVISORS.                                              00003440
           MOVE WS-LATEST-GEN TO WS-GEN-EXTR-GEN                        00003450
           OPEN INPUT GEN-EXTRACT-FILE                                  00003460
           IF NOT GEXT-OK THEN                                          00003470
               DISPLAY 'FBOVRAUD GENERATION EXTRACT OPEN ERROR, '       00003480
                   'STATUS=' WS-GEXT-STATUS UPON CONSOLE                00003490
               MOVE 52 TO RETURN-CODE                                   00003500
               STOP RUN                                                 00003510
           END-IF                                                       00003520
           READ GEN-EXTRACT-FILE                                        00003530
               AT END CONTINUE                                          00003540
           END-READ                                                     00003550
           IF NOT GEXT-OK                                               00003560
               OR NOT FB-HEADER-REC                                     00003570
               OR FB-HDR-DIVISOR-1 IS NOT NUMERIC                       00003580
               OR FB-HDR-DIVISOR-2 IS NOT NUMERIC                       00003590
               OR FB-HDR-DIVISOR-3 IS NOT NUMERIC THEN                  00003600
               DISPLAY 'FBOVRAUD EXTRACT HEADER UNUSABLE, GENERATION '  00003610
                   WS-LATEST-GEN UPON CONSOLE                           00003620
               MOVE 56 TO RETURN-CODE                                   00003630
               STOP RUN                                                 00003640
           END-IF                                                       00003650
           MOVE FB-HDR-DIVISOR-1 TO WS-DIVISOR-1                        00003660
           MOVE FB-HDR-DIVISOR-2 TO WS-DIVISOR-2                        00003670
           MOVE FB-HDR-DIVISOR-3 TO WS-DIVISOR-3                        00003680
           CLOSE GEN-EXTRACT-FILE                                       00003690
           IF WS-DIVISOR-1 = 0 OR WS-DIVISOR-2 = 0                      00003700
               OR WS-DIVISOR-3 = 0 THEN                                 00003710
               DISPLAY 'FBOVRAUD A PRODUCTION DIVISOR IS ZERO'          00003720
                   UPON CONSOLE                                         00003730
               MOVE 56 TO RETURN-CODE                                   00003740
               STOP RUN                                                 00003750
           END-IF.                                                      00003760
       PERF-READ-OVERRIDE.                                              00003770
           READ OVERRIDE-FILE                                           00003780
               AT END CONTINUE                                          00003790
           END-READ                                                     00003800
           IF NOT OVRD-OK AND NOT OVRD-EOF THEN                         00003810
               DISPLAY 'FBOVRAUD OVERRIDE FILE READ ERROR, STATUS='     00003820
                   WS-OVRD-STATUS UPON CONSOLE                          00003830
               MOVE 60 TO RETURN-CODE                                   00003840
               STOP RUN                                                 00003850
           END-IF.                                                      00003860
       PERF-AUDIT-OVERRIDE.                                             00003870
           ADD 1 TO WS-READ-COUNT                                       00003880
           MOVE FB-OVRD-SEQ-NO TO WS-AUD-SEQ                            00003890
           MOVE FB-OVRD-CLASS-CODE TO WS-AUD-CLASS                      00003900
           MOVE SPACES TO WS-AUD-NATURAL                                00003910
           MOVE FB-OVRD-CLASS-CODE TO WS-CHECK-CLASS                    00003920
           PERFORM PERF-CHECK-CLASS-WORD                                00003930
           EVALUATE TRUE                                                00003940
               WHEN FB-OVRD-SEQ-NO IS NOT NUMERIC                       00003950
               OR NOT CLASS-VALID                                       00003960
                   ADD 1 TO WS-INVALID-COUNT                            00003970
                   MOVE 'INVALID' TO WS-AUD-DISP                        00003980
               WHEN OTHER                                               00003990
                   MOVE FB-OVRD-SEQ-NO TO WS-SEQ-NO                     00004000
                   PERFORM PERF-CHECK-RANGE                             00004010
                   IF NOT SEQ-IN-RANGE THEN                             00004020
                       ADD 1 TO WS-OUTRANGE-COUNT                       00004030
                       MOVE 'OUT-RANGE' TO WS-AUD-DISP                  00004040
                   ELSE                                                 00004050
                       PERFORM PERF-CLASSIFY                            00004060
                       MOVE WS-CALC-CODE TO WS-AUD-NATURAL              00004070
                       IF WS-CALC-CODE = FB-OVRD-CLASS-CODE THEN        00004080
                           ADD 1 TO WS-REDUNDANT-COUNT                  00004090
                           MOVE 'REDUNDANT' TO WS-AUD-DISP              00004100
                       ELSE                                             00004110
                           ADD 1 TO WS-EFFECTIVE-COUNT                  00004120
                           MOVE 'EFFECTIVE' TO WS-AUD-DISP              00004130
                       END-IF                                           00004140
                   END-IF                                               00004150
           END-EVALUATE                                                 00004160
           WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-LINE                   00004170
           PERFORM PERF-CHECK-AUD-STATUS                                00004180
           PERFORM PERF-READ-OVERRIDE.                                  00004190
       PERF-CHECK-CLASS-WORD.                                           00004200
           IF WS-CHECK-CLASS = 'FIZZ'                                   00004210
               OR WS-CHECK-CLASS = 'BUZZ'                               00004220
               OR WS-CHECK-CLASS = 'BAZZ'                               00004230
               OR WS-CHECK-CLASS = 'FIZZBUZZ'                           00004240
               OR WS-CHECK-CLASS = 'FIZZBAZZ'                           00004250
               OR WS-CHECK-CLASS = 'BUZZBAZZ'                           00004260
               OR WS-CHECK-CLASS = 'FIZZBUZZBAZZ' THEN                  00004270
               MOVE 'Y' TO WS-CLASS-VALID-FLAG                          00004280
           ELSE                                                         00004290
               MOVE 'N' TO WS-CLASS-VALID-FLAG                          00004300
           END-IF.                                                      00004310
      *                                                                 00004320
      * THE RULE FILE IS LOADED WHOLE SO EACH RULE CAN BE CHECKED       00004330
      * AGAINST EVERY OTHER ONE FOR OVERLAP.  A RULE IS LIVE WHEN IT    00004340
      * IS VALID AND HAS NOT EXPIRED; ONLY LIVE RULES CAN OVERLAP.      00004350
      *                                                                 00004360
       PERF-LOAD-RULES.                                                 00004370
           MOVE 0 TO WS-RULE-COUNT                                      00004380
           OPEN INPUT RULE-FILE                                         00004390
           IF RULE-NOT-FOUND THEN                                       00004400
               CONTINUE                                                 00004410
           ELSE                                                         00004420
               IF NOT RULE-OK AND NOT RULE-CREATED THEN                 00004430
                   DISPLAY 'FBOVRAUD RULE FILE OPEN ERROR, STATUS='     00004440
                       WS-RULE-STATUS UPON CONSOLE                      00004450
                   MOVE 64 TO RETURN-CODE                               00004460
                   STOP RUN                                             00004470
               END-IF                                                   00004480
               PERFORM PERF-READ-RULE                                   00004490
               PERFORM PERF-STORE-RULE UNTIL RULE-EOF                   00004500
               CLOSE RULE-FILE                                          00004510
           END-IF.                                                      00004520
       PERF-READ-RULE.                                                  00004530
           READ RULE-FILE                                               00004540
               AT END CONTINUE                                          00004550
           END-READ                                                     00004560
           IF NOT RULE-OK AND NOT RULE-EOF THEN                         00004570
               DISPLAY 'FBOVRAUD RULE FILE READ ERROR, STATUS='         00004580
                   WS-RULE-STATUS UPON CONSOLE                          00004590
               MOVE 68 TO RETURN-CODE                                   00004600
               STOP RUN                                                 00004610
           END-IF.                                                      00004620
       PERF-STORE-RULE.                                                 00004630
           IF WS-RULE-COUNT >= WS-RULE-LIMIT THEN                       00004640
               DISPLAY 'FBOVRAUD RULE TABLE FULL, LIMIT='               00004650
                   WS-RULE-LIMIT UPON CONSOLE                           00004660
               MOVE 72 TO RETURN-CODE                                   00004670
               STOP RUN                                                 00004680
           END-IF                                                       00004690
           ADD 1 TO WS-RULE-COUNT                                       00004700
           MOVE FB-OVERRIDE-RULE TO WS-RULE-RECORD (WS-RULE-COUNT)      00004710
           MOVE 'N' TO WS-RULE-VALID (WS-RULE-COUNT)                    00004720
           MOVE 'N' TO WS-RULE-LIVE (WS-RULE-COUNT)                     00004730
           MOVE FB-RULE-CLASS-CODE TO WS-CHECK-CLASS                    00004740
           PERFORM PERF-CHECK-CLASS-WORD                                00004750
           IF FB-RULE-FROM-SEQ IS NUMERIC                               00004760
               AND FB-RULE-TO-SEQ IS NUMERIC                            00004770
               AND FB-RULE-EFF-DATE IS NUMERIC                          00004780
               AND FB-RULE-EXP-DATE IS NUMERIC                          00004790
               AND CLASS-VALID THEN                                     00004800
               IF FB-RULE-FROM-SEQ <= FB-RULE-TO-SEQ                    00004810
                   AND FB-RULE-EFF-DATE <= FB-RULE-EXP-DATE THEN        00004820
                   MOVE 'Y' TO WS-RULE-VALID (WS-RULE-COUNT)            00004830
                   IF FB-RULE-EXP-DATE >= WS-AUDIT-DATE THEN            00004840
                       MOVE 'Y' TO WS-RULE-LIVE (WS-RULE-COUNT)         00004850
                   END-IF                                               00004860
               END-IF                                                   00004870
           END-IF                                                       00004880
           PERFORM PERF-READ-RULE.                                      00004890
       PERF-AUDIT-RULES.                                                00004900
           MOVE SPACES TO AUDIT-REPORT-LINE                             00004910
           WRITE AUDIT-REPORT-LINE                                      00004920
           PERFORM PERF-CHECK-AUD-STATUS                                00004930
           MOVE WS-AUDIT-DATE TO WS-RHD-DATE                            00004940
           WRITE AUDIT-REPORT-LINE FROM WS-RULE-HEADING                 00004950
           PERFORM PERF-CHECK-AUD-STATUS                                00004960
           MOVE SPACES TO AUDIT-REPORT-LINE                             00004970
           WRITE AUDIT-REPORT-LINE                                      00004980
           PERFORM PERF-CHECK-AUD-STATUS                                00004990
           PERFORM PERF-AUDIT-RULE                                      00005000
               VARYING WS-RULE-IX FROM 1 BY 1                           00005010
               UNTIL WS-RULE-IX > WS-RULE-COUNT.                        00005020
       PERF-AUDIT-RULE.                                                 00005030
           ADD 1 TO WS-RULE-READ-COUNT                                  00005040
           MOVE WS-RULE-RECORD (WS-RULE-IX) (1:7) TO WS-RAU-FROM        00005050
           MOVE WS-RULE-RECORD (WS-RULE-IX) (8:7) TO WS-RAU-TO          00005060
           MOVE WS-RULE-RECORD (WS-RULE-IX) (15:8) TO WS-RAU-EFF        00005070
           MOVE WS-RULE-RECORD (WS-RULE-IX) (23:8) TO WS-RAU-EXP        00005080
           MOVE WS-RULE-REASON (WS-RULE-IX) TO WS-RAU-REASON            00005090
           MOVE WS-RULE-CLASS (WS-RULE-IX) TO WS-RAU-CLASS              00005100
           MOVE 0 TO WS-OVERLAP-HITS                                    00005110
           EVALUATE TRUE                                                00005120
               WHEN WS-RULE-VALID (WS-RULE-IX) NOT = 'Y'                00005130
                   ADD 1 TO WS-RULE-INVALID-COUNT                       00005140
                   MOVE 'INVALID' TO WS-RAU-DISP                        00005150
               WHEN WS-RULE-LIVE (WS-RULE-IX) NOT = 'Y'                 00005160
                   ADD 1 TO WS-EXPIRED-COUNT                            00005170
                   MOVE 'EXPIRED' TO WS-RAU-DISP                        00005180
               WHEN OTHER                                               00005190
                   MOVE 'N' TO WS-OVERLAP-PRINT-FLAG                    00005200
                   PERFORM PERF-CHECK-OVERLAP                           00005210
                       VARYING WS-RULE-JX FROM 1 BY 1                   00005220
                       UNTIL WS-RULE-JX > WS-RULE-COUNT                 00005230
                   EVALUATE TRUE                                        00005240
                       WHEN WS-OVERLAP-HITS > 0                         00005250
                           ADD 1 TO WS-OVERLAP-COUNT                    00005260
                           MOVE 'OVERLAP' TO WS-RAU-DISP                00005270
                       WHEN WS-RULE-EFF (WS-RULE-IX) > WS-AUDIT-DATE    00005280
                           ADD 1 TO WS-PENDING-COUNT                    00005290
                           MOVE 'PENDING' TO WS-RAU-DISP                00005300
                       WHEN OTHER                                       00005310
                           ADD 1 TO WS-ACTIVE-COUNT                     00005320
                           MOVE 'ACTIVE' TO WS-RAU-DISP                 00005330
                   END-EVALUATE                                         00005340
           END-EVALUATE                                                 00005350
           WRITE AUDIT-REPORT-LINE FROM WS-RULE-AUDIT-LINE              00005360
           PERFORM PERF-CHECK-AUD-STATUS                                00005370
           IF WS-OVERLAP-HITS > 0 THEN                                  00005380
               MOVE 'Y' TO WS-OVERLAP-PRINT-FLAG                        00005390
               PERFORM PERF-CHECK-OVERLAP                               00005400
                   VARYING WS-RULE-JX FROM 1 BY 1                       00005410
                   UNTIL WS-RULE-JX > WS-RULE-COUNT                     00005420
           END-IF.                                                      00005430
      *                                                                 00005440
      * TWO LIVE RULES OVERLAP WHEN THEIR SEQUENCE RANGES SHARE A       00005450
      * NUMBER AND THEIR DATE WINDOWS SHARE A DAY.                      00005460
      *                                                                 00005470
       PERF-CHECK-OVERLAP.                                              00005480
           IF WS-RULE-JX NOT = WS-RULE-IX                               00005490
               AND WS-RULE-LIVE (WS-RULE-JX) = 'Y' THEN                 00005500
               IF WS-RULE-FROM (WS-RULE-IX) <= WS-RULE-TO (WS-RULE-JX)  00005510
                   AND WS-RULE-FROM (WS-RULE-JX)                        00005520
                       <= WS-RULE-TO (WS-RULE-IX)                       00005530
                   AND WS-RULE-EFF (WS-RULE-IX)                         00005540
                       <= WS-RULE-EXP (WS-RULE-JX)                      00005550
                   AND WS-RULE-EFF (WS-RULE-JX)                         00005560
                       <= WS-RULE-EXP (WS-RULE-IX) THEN                 00005570
                   IF PRINT-OVERLAPS THEN                               00005580
                       MOVE WS-RULE-FROM (WS-RULE-JX) TO WS-OVL-FROM    00005590
                       MOVE WS-RULE-TO (WS-RULE-JX) TO WS-OVL-TO        00005600
                       MOVE WS-RULE-EFF (WS-RULE-JX) TO WS-OVL-EFF      00005610
                       MOVE WS-RULE-EXP (WS-RULE-JX) TO WS-OVL-EXP      00005620
                       WRITE AUDIT-REPORT-LINE FROM WS-OVERLAP-LINE     00005630
                       PERFORM PERF-CHECK-AUD-STATUS                    00005640
                   ELSE                                                 00005650
                       ADD 1 TO WS-OVERLAP-HITS                         00005660
                   END-IF                                               00005670
               END-IF                                                   00005680
           END-IF.                                                      00005690
       PERF-CHECK-RANGE.                                                00005700
           MOVE 'N' TO WS-IN-RANGE-FLAG                                 00005710
           PERFORM PERF-MATCH-RANGE                                     00005720
               VARYING WS-RANGE-IX FROM 1 BY 1                          00005730
               UNTIL WS-RANGE-IX > WS-RANGE-COUNT                       00005740
               OR SEQ-IN-RANGE.                                         00005750
       PERF-MATCH-RANGE.                                                00005760
           IF WS-SEQ-NO >= WS-RNG-LO (WS-RANGE-IX)                      00005770
               AND WS-SEQ-NO <= WS-RNG-HI (WS-RANGE-IX) THEN            00005780
               MOVE 'Y' TO WS-IN-RANGE-FLAG                             00005790
           END-IF.                                                      00005800
       PERF-CLASSIFY.                                                   00005810
           PERFORM PERF-FIZZ                                            00005820
           PERFORM PERF-BUZZ                                            00005830
           PERFORM PERF-BAZZ                                            00005840
           EVALUATE TRUE                                                00005850
               WHEN FIZZ-HIT AND BUZZ-HIT AND BAZZ-HIT                  00005860
                   MOVE FIZZBUZZBAZZ OF WS-STRINGS TO WS-CALC-CODE      00005870
               WHEN FIZZ-HIT AND BUZZ-HIT                               00005880
                   MOVE FIZZBUZZ OF WS-STRINGS TO WS-CALC-CODE          00005890
               WHEN FIZZ-HIT AND BAZZ-HIT                               00005900
                   MOVE FIZZBAZZ OF WS-STRINGS TO WS-CALC-CODE          00005910
               WHEN BUZZ-HIT AND BAZZ-HIT                               00005920
                   MOVE BUZZBAZZ OF WS-STRINGS TO WS-CALC-CODE          00005930
               WHEN FIZZ-HIT                                            00005940
                   MOVE FIZZ OF WS-STRINGS TO WS-CALC-CODE              00005950
               WHEN BUZZ-HIT                                            00005960
                   MOVE BUZZ OF WS-STRINGS TO WS-CALC-CODE              00005970
               WHEN BAZZ-HIT                                            00005980
                   MOVE BAZZ OF WS-STRINGS TO WS-CALC-CODE              00005990
               WHEN OTHER                                               00006000
                   MOVE 'NONE' TO WS-CALC-CODE                          00006010
           END-EVALUATE.                                                00006020
       PERF-FIZZ.                                                       00006030
           DIVIDE WS-DIVISOR-1 INTO WS-SEQ-NO GIVING WS-Q               00006040
               REMAINDER WS-R                                           00006050
           IF WS-R = 0 THEN                                             00006060
               MOVE 'Y' TO WS-FIZZ-FLAG                                 00006070
           ELSE                                                         00006080
               MOVE 'N' TO WS-FIZZ-FLAG                                 00006090
           END-IF.                                                      00006100
       PERF-BUZZ.                                                       00006110
           DIVIDE WS-DIVISOR-2 INTO WS-SEQ-NO GIVING WS-Q               00006120
               REMAINDER WS-R                                           00006130
           IF WS-R = 0 THEN                                             00006140
               MOVE 'Y' TO WS-BUZZ-FLAG                                 00006150
           ELSE                                                         00006160
               MOVE 'N' TO WS-BUZZ-FLAG                                 00006170
           END-IF.                                                      00006180
       PERF-BAZZ.                                                       00006190
           DIVIDE WS-DIVISOR-3 INTO WS-SEQ-NO GIVING WS-Q               00006200
               REMAINDER WS-R                                           00006210
           IF WS-R = 0 THEN                                             00006220
               MOVE 'Y' TO WS-BAZZ-FLAG                                 00006230
           ELSE                                                         00006240
               MOVE 'N' TO WS-BAZZ-FLAG                                 00006250
           END-IF.                                                      00006260
       PERF-AUDIT-SUMMARY.                                              00006270
           MOVE SPACES TO AUDIT-REPORT-LINE                             00006280
           WRITE AUDIT-REPORT-LINE                                      00006290
           PERFORM PERF-CHECK-AUD-STATUS                                00006300
           MOVE 'OVERRIDES READ' TO WS-MSG-TEXT                         00006310
           MOVE WS-READ-COUNT TO WS-MSG-NO                              00006320
           WRITE AUDIT-REPORT-LINE FROM WS-MSG-LINE                     00006330
           PERFORM PERF-CHECK-AUD-STATUS                                00006340
           MOVE 'EFFECTIVE' TO WS-MSG-TEXT                              00006350
           MOVE WS-EFFECTIVE-COUNT TO WS-MSG-NO                         00006360
           WRITE AUDIT-REPORT-LINE FROM WS-MSG-LINE                     00006370
           PERFORM PERF-CHECK-AUD-STATUS                                00006380
           MOVE 'REDUNDANT' TO WS-MSG-TEXT                              00006390
           MOVE WS-REDUNDANT-COUNT TO WS-MSG-NO                         00006400
           WRITE AUDIT-REPORT-LINE FROM WS-MSG-LINE                     00006410
           PERFORM PERF-CHECK-AUD-STATUS                                00006420
           MOVE 'OUT OF RANGE' TO WS-MSG-TEXT                           00006430
           MOVE WS-OUTRANGE-COUNT TO WS-MSG-NO                          00006440
           WRITE AUDIT-REPORT-LINE FROM WS-MSG-LINE                     00006450
           PERFORM PERF-CHECK-AUD-STATUS                                00006460
           MOVE 'INVALID' TO WS-MSG-TEXT                                00006470
           MOVE WS-INVALID-COUNT TO WS-MSG-NO                           00006480
           WRITE AUDIT-REPORT-LINE FROM WS-MSG-LINE                     00006490
           PERFORM PERF-CHECK-AUD-STATUS                                00006500
           MOVE 'RULES READ' TO WS-MSG-TEXT                             00006510
           MOVE WS-RULE-READ-COUNT TO WS-MSG-NO                         00006520
           WRITE AUDIT-REPORT-LINE FROM WS-MSG-LINE                     00006530
           PERFORM PERF-CHECK-AUD-STATUS                                00006540
           MOVE 'ACTIVE' TO WS-MSG-TEXT                                 00006550
           MOVE WS-ACTIVE-COUNT TO WS-MSG-NO                            00006560
           WRITE AUDIT-REPORT-LINE FROM WS-MSG-LINE                     00006570
           PERFORM PERF-CHECK-AUD-STATUS                                00006580
           MOVE 'PENDING (NOT YET EFFECTIVE)' TO WS-MSG-TEXT            00006590
           MOVE WS-PENDING-COUNT TO WS-MSG-NO                           00006600
           WRITE AUDIT-REPORT-LINE FROM WS-MSG-LINE                     00006610
           PERFORM PERF-CHECK-AUD-STATUS                                00006620
           MOVE 'EXPIRED' TO WS-MSG-TEXT                                00006630
           MOVE WS-EXPIRED-COUNT TO WS-MSG-NO                           00006640
           WRITE AUDIT-REPORT-LINE FROM WS-MSG-LINE                     00006650
           PERFORM PERF-CHECK-AUD-STATUS                                00006660
           MOVE 'OVERLAPPING' TO WS-MSG-TEXT                            00006670
           MOVE WS-OVERLAP-COUNT TO WS-MSG-NO                           00006680
           WRITE AUDIT-REPORT-LINE FROM WS-MSG-LINE                     00006690
           PERFORM PERF-CHECK-AUD-STATUS                                00006700
           MOVE 'INVALID RULES' TO WS-MSG-TEXT                          00006710
           MOVE WS-RULE-INVALID-COUNT TO WS-MSG-NO                      00006720
           WRITE AUDIT-REPORT-LINE FROM WS-MSG-LINE                     00006730
           PERFORM PERF-CHECK-AUD-STATUS.                               00006740
