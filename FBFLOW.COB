      * FBGENSEL, FBVERIFY, FBLOAD, FBLABEL, AND FBSTATS AND PRINTS     00000040
      * THE NIGHT'S STREAM IN THE ORDER THE STEPS RAN, ONE LINE PER     00000050
      * STEP, SO OPERATIONS CHECKS ONE PAGE INSTEAD OF SIX JOBLOGS.     00000060
      * THE SYSIN CARD GIVES A RUN DATE (CCYYMMDD) IN COLUMNS 1-8 TO    00000070
      * SELECT ONE NIGHT; A BLANK CARD OR NO CARD REPORTS THE FULL      00000080
      * FEED.  A STEP WITH A NON-ZERO RETURN CODE IS FLAGGED *RC*,      00000090
      * AND A VERIFY, LOAD, OR STATS STEP WHOSE COUNTS DO NOT TIE TO    00000100
      * THE CLASSIFIER'S EXTRACT TRAILER TOTAL IS FLAGGED *TIE*.        00000110
      * LABEL COUNTS ARE NOT TIED: NONE RECORDS GET NO LABEL, SO THE    00000120
      * LABEL COUNT IS EXPECTED TO FALL SHORT OF THE TRAILER TOTAL.     00000130
      * ANY FLAGGED STEP ENDS WITH RETURN CODE 4.  THE GEN COLUMN       00000140
      * SHOWS THE GENERATION THE STEP WORKED ON (BLANK WHEN NONE).      00000150
      * AUSTIN BITTINGER - 2026/09/02                                   00000160
      *                                                                 00000170
       IDENTIFICATION DIVISION.                                         00000180
       PROGRAM-ID. FBFLOW.                                              00000190
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
           SELECT STEP-STATUS-FILE ASSIGN TO "STEPFILE"                 00000240
               ORGANIZATION IS LINE SEQUENTIAL                          00000250
               FILE STATUS IS WS-STEP-STATUS.                           00000260
           SELECT FLOW-REPORT-FILE ASSIGN TO "FLOWFILE"                 00000270
               ORGANIZATION IS LINE SEQUENTIAL                          00000280
               FILE STATUS IS WS-FLW-STATUS.                            00000290
       DATA DIVISION.                                                   00000300
       FILE SECTION.                                                    00000310
       FD  STEP-STATUS-FILE                                             00000320
           LABEL RECORDS ARE STANDARD.                                  00000330
           COPY FBSTEP.                                                 00000340
       FD  FLOW-REPORT-FILE                                             00000350
           LABEL RECORDS ARE STANDARD.                                  00000360
       01  FLOW-REPORT-LINE PIC X(80).                                  00000370
       WORKING-STORAGE SECTION.                                         00000380
       01  WS-STEP-STATUS PIC XX.                                       00000390
            88 STEP-OK VALUE '00'.                                      00000400
            88 STEP-EOF VALUE '10'.                                     00000410
            88 STEP-NOT-FOUND VALUE '35'.                               00000420
       01  WS-FLW-STATUS PIC XX.                                        00000430
            88 FLW-OK VALUE '00'.                                       00000440
       01  WS-DATE-CARD.                                                00000450
            05 WS-CARD-DATE PIC X(8).                                   00000460
            05 FILLER PIC X(28).                                        00000470
       01  WS-DATE-FILTER-FLAG PIC X VALUE 'N'.                         00000480
            88 DATE-SELECTED VALUE 'Y'.                                 00000490
       01  WS-WANT-DATE PIC 9(8) VALUE 0.                               00000500
       01  WS-CLASSIFIER-TOTAL PIC 9(7) VALUE 0.                        00000510
       01  WS-CLASSIFIER-FLAG PIC X VALUE 'N'.                          00000520
            88 CLASSIFIER-SEEN VALUE 'Y'.                               00000530
       01  WS-STEP-TOTAL PIC 9(7) VALUE 0.                              00000540
       01  WS-STEPS-REPORTED PIC 9(7) VALUE 0.                          00000550
       01  WS-STEPS-FLAGGED PIC 9(7) VALUE 0.                           00000560
       01  WS-FLAG-TEXT PIC X(12).                                      00000570
       01  WS-FLOW-HEADING PIC X(80)                                    00000580
               VALUE 'FIZZBUZZ NIGHTLY JOB STREAM FLOW REPORT'.         00000590
       01  WS-COLUMN-HEADING.                                           00000600
            05 FILLER PIC X(9) VALUE 'PROGRAM'.                         00000610
            05 FILLER PIC X(12) VALUE 'RUN DATE'.                       00000620
            05 FILLER PIC X(6) VALUE '  RC'.                            00000630
            05 FILLER PIC X(8) VALUE ' COUNT-1'.                        00000640
            05 FILLER PIC X(8) VALUE ' COUNT-2'.                        00000650
            05 FILLER PIC X(8) VALUE ' COUNT-3'.                        00000660
            05 FILLER PIC X(5) VALUE '  GEN'.                           00000670
            05 FILLER PIC X(8) VALUE '  FLAGS'.                         00000680
            05 FILLER PIC X(16) VALUE SPACES.                           00000690
       01  WS-STEP-LINE.                                                00000700
            05 WS-STP-PROGRAM PIC X(8).                                 00000710
            05 FILLER PIC X VALUE SPACE.                                00000720
            05 WS-STP-MM PIC 99.                                        00000730
            05 FILLER PIC X VALUE '/'.                                  00000740
            05 WS-STP-DD PIC 99.                                        00000750
            05 FILLER PIC X VALUE '/'.                                  00000760
            05 WS-STP-CCYY PIC 9(4).                                    00000770
            05 FILLER PIC X VALUE SPACE.                                00000780
            05 WS-STP-RC PIC ZZZ9.                                      00000790
            05 FILLER PIC X VALUE SPACE.                                00000800
            05 WS-STP-C1 PIC ZZZZZZ9.                                   00000810
            05 FILLER PIC X VALUE SPACE.                                00000820
            05 WS-STP-C2 PIC ZZZZZZ9.                                   00000830
            05 FILLER PIC X VALUE SPACE.                                00000840
            05 WS-STP-C3 PIC ZZZZZZ9.                                   00000850
            05 FILLER PIC X VALUE SPACE.                                00000860
            05 WS-STP-GEN PIC ZZZZ.                                     00000870
            05 FILLER PIC X(2) VALUE SPACES.                            00000880
            05 WS-STP-FLAGS PIC X(12).                                  00000890
            05 FILLER PIC X(13) VALUE SPACES.                           00000900
       01  WS-MSG-LINE.                                                 00000910
            05 WS-MSG-TEXT PIC X(44).                                   00000920
            05 WS-MSG-NO PIC ZZZ,ZZZ,ZZ9.                               00000930
            05 FILLER PIC X(25) VALUE SPACES.                           00000940
       PROCEDURE DIVISION.                                              00000950
       0000-MAIN.                                                       00000960
           MOVE SPACES TO WS-DATE-CARD                                  00000970
           ACCEPT WS-DATE-CARD FROM SYSIN                               00000980
           IF WS-DATE-CARD = SPACES                                     00000990
               OR WS-DATE-CARD (1:2) = '/*' THEN                        00001000
               CONTINUE                                                 00001010
           ELSE                                                         00001020
               IF WS-CARD-DATE IS NOT NUMERIC THEN                      00001030
                   DISPLAY 'FBFLOW DATE CARD NOT NUMERIC: '             00001040
                       WS-DATE-CARD UPON CONSOLE                        00001050
                   MOVE 8 TO RETURN-CODE                                00001060
                   STOP RUN                                             00001070
               END-IF                                                   00001080
               MOVE WS-CARD-DATE TO WS-WANT-DATE                        00001090
               MOVE 'Y' TO WS-DATE-FILTER-FLAG                          00001100
           END-IF                                                       00001110
           OPEN INPUT STEP-STATUS-FILE                                  00001120
           IF STEP-NOT-FOUND THEN                                       00001130
               DISPLAY 'FBFLOW NO STEP STATUS FEED FOUND' UPON CONSOLE  00001140
               MOVE 8 TO RETURN-CODE                                    00001150
               STOP RUN                                                 00001160
           END-IF                                                       00001170
           IF NOT STEP-OK THEN                                          00001180
               DISPLAY 'FBFLOW STEP STATUS OPEN ERROR, STATUS='         00001190
                   WS-STEP-STATUS UPON CONSOLE                          00001200
               MOVE 32 TO RETURN-CODE                                   00001210
               STOP RUN                                                 00001220
           END-IF                                                       00001230
           OPEN OUTPUT FLOW-REPORT-FILE                                 00001240
           IF NOT FLW-OK THEN                                           00001250
               DISPLAY 'FBFLOW FLOW REPORT OPEN ERROR, STATUS='         00001260
                   WS-FLW-STATUS UPON CONSOLE                           00001270
               MOVE 36 TO RETURN-CODE                                   00001280
               STOP RUN                                                 00001290
           END-IF                                                       00001300
           WRITE FLOW-REPORT-LINE FROM WS-FLOW-HEADING                  00001310
           PERFORM PERF-CHECK-FLW-STATUS                                00001320
           MOVE SPACES TO FLOW-REPORT-LINE                              00001330
           WRITE FLOW-REPORT-LINE                                       00001340
           PERFORM PERF-CHECK-FLW-STATUS                                00001350
           WRITE FLOW-REPORT-LINE FROM WS-COLUMN-HEADING                00001360
           PERFORM PERF-CHECK-FLW-STATUS                                00001370
           PERFORM PERF-READ-STEP                                       00001380
           PERFORM PERF-PROCESS-STEP UNTIL STEP-EOF                     00001390
           CLOSE STEP-STATUS-FILE                                       00001400
           PERFORM PERF-FLOW-SUMMARY                                    00001410
           CLOSE FLOW-REPORT-FILE                                       00001420
           DISPLAY 'FBFLOW STEPS REPORTED: ' WS-STEPS-REPORTED          00001430
               ', FLAGGED: ' WS-STEPS-FLAGGED UPON CONSOLE              00001440
           IF WS-STEPS-REPORTED = 0 THEN                                00001450
               DISPLAY 'FBFLOW NO STEP RECORDS SELECTED' UPON CONSOLE   00001460
               MOVE 8 TO RETURN-CODE                                    00001470
           END-IF                                                       00001480
           IF WS-STEPS-FLAGGED > 0 THEN                                 00001490
               IF RETURN-CODE = 0 THEN                                  00001500
                   MOVE 4 TO RETURN-CODE                                00001510
               END-IF                                                   00001520
           END-IF                                                       00001530
           STOP RUN.                                                    00001540
       PERF-CHECK-FLW-STATUS.                                           00001550
           IF NOT FLW-OK THEN                                           00001560
               DISPLAY 'FBFLOW FLOW REPORT WRITE ERROR, STATUS='        00001570
                   WS-FLW-STATUS UPON CONSOLE                           00001580
               MOVE 40 TO RETURN-CODE                                   00001590
               STOP RUN                                                 00001600
           END-IF.                                                      00001610
       PERF-READ-STEP.                                                  00001620
           READ STEP-STATUS-FILE                                        00001630
               AT END CONTINUE                                          00001640
           END-READ                                                     00001650
           IF NOT STEP-OK AND NOT STEP-EOF THEN                         00001660
               DISPLAY 'FBFLOW STEP STATUS READ ERROR, STATUS='         00001670
                   WS-STEP-STATUS UPON CONSOLE                          00001680
               MOVE 44 TO RETURN-CODE                                   00001690
               STOP RUN                                                 00001700
           END-IF.                                                      00001710
       PERF-PROCESS-STEP.                                               00001720
           IF FB-STP-RUN-DATE IS NOT NUMERIC                            00001730
               OR FB-STP-RETURN-CODE IS NOT NUMERIC THEN                00001740
               DISPLAY 'FBFLOW STEP RECORD INVALID, IGNORED: '          00001750
                   FB-STEP-RECORD UPON CONSOLE                          00001760
           ELSE                                                         00001770
               IF NOT DATE-SELECTED                                     00001780
                   OR FB-STP-RUN-DATE = WS-WANT-DATE THEN               00001790
                   PERFORM PERF-REPORT-STEP                             00001800
               END-IF                                                   00001810
           END-IF                                                       00001820
           PERFORM PERF-READ-STEP.                                      00001830
      *                                                                 00001840
      * THE MOST RECENT CLASSIFIER RECORD SEEN IN FEED ORDER CARRIES    00001850
      * THE TRAILER TOTAL THE DOWNSTREAM STEPS MUST TIE TO.  ON A       00001860
      * PARTITIONED NIGHT THE FBMERGE RECORD FOLLOWS THE PARTITION      00001870
      * RECORDS AND CARRIES THE COMBINED TOTAL.                         00001880
      *                                                                 00001890
       PERF-REPORT-STEP.                                                00001900
           ADD 1 TO WS-STEPS-REPORTED                                   00001910
           MOVE SPACES TO WS-FLAG-TEXT                                  00001920
           IF FB-STP-PROGRAM = 'FIZZBUZZ'                               00001930
               OR FB-STP-PROGRAM = 'FBMERGE' THEN                       00001940
               MOVE FB-STP-COUNT-1 TO WS-CLASSIFIER-TOTAL               00001950
               MOVE 'Y' TO WS-CLASSIFIER-FLAG                           00001960
           END-IF                                                       00001970
           EVALUATE FB-STP-PROGRAM                                      00001980
               WHEN 'FBVERIFY'                                          00001990
                   MOVE FB-STP-COUNT-1 TO WS-STEP-TOTAL                 00002000
                   PERFORM PERF-CHECK-TIE                               00002010
               WHEN 'FBLOAD'                                            00002020
                   COMPUTE WS-STEP-TOTAL =                              00002030
                       FB-STP-COUNT-1 + FB-STP-COUNT-2                  00002040
                       + FB-STP-COUNT-3                                 00002050
                   PERFORM PERF-CHECK-TIE                               00002060
               WHEN 'FBSTATS'                                           00002070
                   MOVE FB-STP-COUNT-1 TO WS-STEP-TOTAL                 00002080
                   PERFORM PERF-CHECK-TIE                               00002090
               WHEN OTHER                                               00002100
                   CONTINUE                                             00002110
           END-EVALUATE                                                 00002120
           IF FB-STP-RETURN-CODE NOT = 0 THEN                           00002130
               IF WS-FLAG-TEXT = SPACES THEN                            00002140
                   MOVE '*RC*' TO WS-FLAG-TEXT                          00002150
               ELSE                                                     00002160
                   MOVE '*TIE* *RC*' TO WS-FLAG-TEXT                    00002170
               END-IF                                                   00002180
           END-IF                                                       00002190
           IF WS-FLAG-TEXT NOT = SPACES THEN                            00002200
               ADD 1 TO WS-STEPS-FLAGGED                                00002210
           END-IF                                                       00002220
           MOVE FB-STP-PROGRAM TO WS-STP-PROGRAM                        00002230
           MOVE FB-STP-RUN-MM TO WS-STP-MM                              00002240
           MOVE FB-STP-RUN-DD TO WS-STP-DD                              00002250
           MOVE FB-STP-RUN-CCYY TO WS-STP-CCYY                          00002260
           MOVE FB-STP-RETURN-CODE TO WS-STP-RC                         00002270
           MOVE FB-STP-COUNT-1 TO WS-STP-C1                             00002280
           MOVE FB-STP-COUNT-2 TO WS-STP-C2                             00002290
           MOVE FB-STP-COUNT-3 TO WS-STP-C3                             00002300
           IF FB-STP-GEN-NO IS NUMERIC THEN                             00002310
               MOVE FB-STP-GEN-NO TO WS-STP-GEN                         00002320
           ELSE                                                         00002330
               MOVE ZERO TO WS-STP-GEN                                  00002340
           END-IF                                                       00002350
           MOVE WS-FLAG-TEXT TO WS-STP-FLAGS                            00002360
           WRITE FLOW-REPORT-LINE FROM WS-STEP-LINE                     00002370
           PERFORM PERF-CHECK-FLW-STATUS.                               00002380
       PERF-CHECK-TIE.                                                  00002390
           IF NOT CLASSIFIER-SEEN THEN                                  00002400
               MOVE '*TIE*' TO WS-FLAG-TEXT                             00002410
           ELSE                                                         00002420
               IF WS-STEP-TOTAL NOT = WS-CLASSIFIER-TOTAL THEN          00002430
                   MOVE '*TIE*' TO WS-FLAG-TEXT                         00002440
               END-IF                                                   00002450
           END-IF.                                                      00002460
       PERF-FLOW-SUMMARY.                                               00002470
           MOVE SPACES TO FLOW-REPORT-LINE                              00002480
           WRITE FLOW-REPORT-LINE                                       00002490
           PERFORM PERF-CHECK-FLW-STATUS                                00002500
           MOVE 'STEPS REPORTED' TO WS-MSG-TEXT                         00002510
           MOVE WS-STEPS-REPORTED TO WS-MSG-NO                          00002520
           WRITE FLOW-REPORT-LINE FROM WS-MSG-LINE                      00002530
           PERFORM PERF-CHECK-FLW-STATUS                                00002540
           MOVE 'STEPS FLAGGED' TO WS-MSG-TEXT                          00002550
           MOVE WS-STEPS-FLAGGED TO WS-MSG-NO                           00002560
           WRITE FLOW-REPORT-LINE FROM WS-MSG-LINE                      00002570
           PERFORM PERF-CHECK-FLW-STATUS                                00002580
           MOVE SPACES TO FLOW-REPORT-LINE                              00002590
           IF WS-STEPS-FLAGGED = 0 THEN                                 00002600
               MOVE 'ALL STEPS TIE TO THE CLASSIFIER TRAILER'           00002610
                   TO FLOW-REPORT-LINE                                  00002620
           ELSE                                                         00002630
               MOVE 'FLAGGED STEPS NEED REVIEW - SEE JOBLOGS'           00002640
                   TO FLOW-REPORT-LINE                                  00002650
           END-IF                                                       00002660
           WRITE FLOW-REPORT-LINE                                       00002670
           PERFORM PERF-CHECK-FLW-STATUS.                               00002680
