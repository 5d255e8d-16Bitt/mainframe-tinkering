      * A STEP STATUS RECORD WITH THE STAGED GENERATION AND COPY        00000100
      * COUNTS IS APPENDED TO THE SHARED STEP STATUS FEED AT END OF     00000110
      * STEP FOR THE FBFLOW NIGHTLY FLOW REPORT.                        00000120
      * THE GENERATION IS STAGED ONLY WHEN THE FEED SHOWS THE           00000130
      * CLASSIFIER (OR FBMERGE) CATALOGED IT EARLIER ON THE SAME RUN    00000140
      * DATE; OTHERWISE THE STEP ENDS WITH RETURN CODE 24 (NOT RUN)     00000150
      * OR 28 (FAILED).  AN R IN COLUMN 5 OF THE CARD STAGES A PRIOR    00000160
      * GENERATION FOR A REPRINT AND SKIPS THAT CHECK.                  00000170
      * AUSTIN BITTINGER - 2026/08/21                                   00000180
      *                                                                 00000190
       IDENTIFICATION DIVISION.                                         00000200
       PROGRAM-ID. FBGENSEL.                                            00000210
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT CATALOG-FILE ASSIGN TO "CATFILE"                      00000260
               ORGANIZATION IS LINE SEQUENTIAL                          00000270
               FILE STATUS IS WS-CAT-STATUS.                            00000280
           SELECT GEN-REPORT-FILE ASSIGN TO DYNAMIC WS-GEN-RPT-DSN      00000290
               ORGANIZATION IS LINE SEQUENTIAL                          00000300
               FILE STATUS IS WS-GRPT-STATUS.                           00000310
           SELECT GEN-EXTRACT-FILE ASSIGN TO DYNAMIC WS-GEN-EXTR-DSN    00000320
               ORGANIZATION IS LINE SEQUENTIAL                          00000330
               FILE STATUS IS WS-GEXT-STATUS.                           00000340
           SELECT STAGE-REPORT-FILE ASSIGN TO "RPTFILE"                 00000350
               ORGANIZATION IS LINE SEQUENTIAL                          00000360
               FILE STATUS IS WS-SRPT-STATUS.                           00000370
           SELECT STAGE-EXTRACT-FILE ASSIGN TO "EXTRFILE"               00000380
               ORGANIZATION IS LINE SEQUENTIAL                          00000390
               FILE STATUS IS WS-SEXT-STATUS.                           00000400
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "STEPFILE"        00000410
               ORGANIZATION IS LINE SEQUENTIAL                          00000420
               FILE STATUS IS WS-STEP-STATUS.                           00000430
       DATA DIVISION.                                                   00000440
       FILE SECTION.                                                    00000450
       FD  CATALOG-FILE                                                 00000460
           LABEL RECORDS ARE STANDARD.                                  00000470
           COPY FBCATLG.                                                00000480
       FD  GEN-REPORT-FILE                                              00000490
           LABEL RECORDS ARE STANDARD.                                  00000500
       01  GEN-REPORT-LINE PIC X(80).                                   00000510
       FD  GEN-EXTRACT-FILE                                             00000520
           LABEL RECORDS ARE STANDARD.                                  00000530
       01  GEN-EXTRACT-LINE PIC X(80).                                  00000540
       FD  STAGE-REPORT-FILE                                            00000550
           LABEL RECORDS ARE STANDARD.                                  00000560
       01  STAGE-REPORT-LINE PIC X(80).                                 00000570
       FD  STAGE-EXTRACT-FILE                                           00000580
           LABEL RECORDS ARE STANDARD.                                  00000590
       01  STAGE-EXTRACT-LINE PIC X(80).                                00000600
       FD  STEP-STATUS-FILE                                             00000610
           LABEL RECORDS ARE STANDARD.                                  00000620
           COPY FBSTEP.                                                 00000630
       WORKING-STORAGE SECTION.                                         00000640
       01  WS-CAT-STATUS PIC XX.                                        00000650
            88 CAT-OK VALUE '00'.                                       00000660
            88 CAT-EOF VALUE '10'.                                      00000670
            88 CAT-NOT-FOUND VALUE '35'.                                00000680
       01  WS-GRPT-STATUS PIC XX.                                       00000690
            88 GRPT-OK VALUE '00'.                                      00000700
            88 GRPT-EOF VALUE '10'.                                     00000710
       01  WS-GEXT-STATUS PIC XX.                                       00000720
            88 GEXT-OK VALUE '00'.                                      00000730
            88 GEXT-EOF VALUE '10'.                                     00000740
       01  WS-SRPT-STATUS PIC XX.                                       00000750
            88 SRPT-OK VALUE '00'.                                      00000760
       01  WS-SEXT-STATUS PIC XX.                                       00000770
            88 SEXT-OK VALUE '00'.                                      00000780
       01  WS-STEP-STATUS PIC XX.                                       00000790
            88 STEP-OK VALUE '00'.                                      00000800
            88 STEP-CREATED VALUE '05'.                                 00000810
            88 STEP-EOF VALUE '10'.                                     00000820
       01  WS-RUN-DATE.                                                 00000830
            05 WS-RUN-CCYY PIC 9(4).                                    00000840
            05 WS-RUN-MM PIC 99.                                        00000850
            05 WS-RUN-DD PIC 99.                                        00000860
       01  WS-GEN-RPT-DSN.                                              00000870
            05 FILLER PIC X(9) VALUE 'RPTFILE.G'.                       00000880
            05 WS-GEN-RPT-GEN PIC 9(4).                                 00000890
       01  WS-GEN-EXTR-DSN.                                             00000900
            05 FILLER PIC X(10) VALUE 'EXTRFILE.G'.                     00000910
            05 WS-GEN-EXTR-GEN PIC 9(4).                                00000920
       01  WS-GEN-CARD.                                                 00000930
            05 WS-GEN-CARD-NO PIC X(4).                                 00000940
            05 WS-GEN-CARD-MODE PIC X.                                  00000950
               88 REPRINT-STAGE VALUE 'R'.                              00000960
            05 FILLER PIC X(31).                                        00000970
       01  WS-WANT-GEN PIC 9(4) VALUE 0.                                00000980
       01  WS-GEN-FOUND-FLAG PIC X VALUE 'N'.                           00000990
            88 GEN-FOUND VALUE 'Y'.                                     00001000
       01  WS-LATEST-GEN PIC 9(4) VALUE 0.                              00001010
       01  WS-LATEST-FLAG PIC X VALUE 'N'.                              00001020
            88 LATEST-REQUESTED VALUE 'Y'.                              00001030
       01  WS-GATE-CLS-FLAG PIC X VALUE 'N'.                            00001040
            88 GATE-CLS-SEEN VALUE 'Y'.                                 00001050
       01  WS-GATE-CLS-RC PIC 9(4) VALUE 0.                             00001060
       01  WS-GATE-FAIL-FLAG PIC X VALUE 'N'.                           00001070
            88 GATE-FAIL-SEEN VALUE 'Y'.                                00001080
       01  WS-GATE-FAIL-RC PIC 9(4) VALUE 0.                            00001090
       01  WS-GATE-FAIL-PGM PIC X(8) VALUE SPACES.                      00001100
       01  WS-RPT-COPIED PIC 9(7) VALUE 0.                              00001110
       01  WS-EXTR-COPIED PIC 9(7) VALUE 0.                             00001120
       PROCEDURE DIVISION.                                              00001130
       0000-MAIN.                                                       00001140
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001150
           MOVE SPACES TO WS-GEN-CARD                                   00001160
           ACCEPT WS-GEN-CARD FROM SYSIN                                00001170
           IF WS-GEN-CARD = SPACES                                      00001180
               OR WS-GEN-CARD (1:2) = '/*' THEN                         00001190
               MOVE 'Y' TO WS-LATEST-FLAG                               00001200
           ELSE                                                         00001210
               IF WS-GEN-CARD-NO IS NOT NUMERIC THEN                    00001220
                   DISPLAY 'FBGENSEL GENERATION CARD NOT NUMERIC: '     00001230
                       WS-GEN-CARD UPON CONSOLE                         00001240
                   MOVE 8 TO RETURN-CODE                                00001250
                   STOP RUN                                             00001260
               END-IF                                                   00001270
               MOVE WS-GEN-CARD-NO TO WS-WANT-GEN                       00001280
           END-IF                                                       00001290
           PERFORM PERF-FIND-GENERATION                                 00001300
           IF LATEST-REQUESTED THEN                                     00001310
               IF WS-LATEST-GEN = 0 THEN                                00001320
                   DISPLAY 'FBGENSEL CATALOG HAS NO GENERATIONS'        00001330
                       UPON CONSOLE                                     00001340
                   MOVE 8 TO RETURN-CODE                                00001350
                   STOP RUN                                             00001360
               END-IF                                                   00001370
               MOVE WS-LATEST-GEN TO WS-WANT-GEN                        00001380
           ELSE                                                         00001390
               IF NOT GEN-FOUND THEN                                    00001400
                   DISPLAY 'FBGENSEL GENERATION NOT IN CATALOG: '       00001410
                       WS-WANT-GEN UPON CONSOLE                         00001420
                   MOVE 8 TO RETURN-CODE                                00001430
                   STOP RUN                                             00001440
               END-IF                                                   00001450
           END-IF                                                       00001460
           IF REPRINT-STAGE AND NOT LATEST-REQUESTED THEN               00001470
               DISPLAY 'FBGENSEL REPRINT STAGING, PREDECESSOR CHECK '   00001480
                   'SKIPPED' UPON CONSOLE                               00001490
           ELSE                                                         00001500
               PERFORM PERF-CHECK-PREDECESSORS                          00001510
           END-IF                                                       00001520
           MOVE WS-WANT-GEN TO WS-GEN-RPT-GEN                           00001530
           MOVE WS-WANT-GEN TO WS-GEN-EXTR-GEN                          00001540
           PERFORM PERF-COPY-REPORT                                     00001550
           PERFORM PERF-COPY-EXTRACT                                    00001560
           DISPLAY 'FBGENSEL STAGED GENERATION ' WS-WANT-GEN            00001570
               ', REPORT LINES: ' WS-RPT-COPIED                         00001580
               ', EXTRACT RECORDS: ' WS-EXTR-COPIED UPON CONSOLE        00001590
           PERFORM PERF-WRITE-STEP-STATUS                               00001600
           STOP RUN.                                                    00001610
       PERF-WRITE-STEP-STATUS.                                          00001620
           OPEN EXTEND STEP-STATUS-FILE                                 00001630
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00001640
               DISPLAY 'FBGENSEL STEP STATUS OPEN ERROR, STATUS='       00001650
                   WS-STEP-STATUS UPON CONSOLE                          00001660
               MOVE 88 TO RETURN-CODE                                   00001670
               STOP RUN                                                 00001680
           END-IF                                                       00001690
           MOVE 'FBGENSEL' TO FB-STP-PROGRAM                            00001700
           MOVE WS-RUN-DATE TO FB-STP-RUN-DATE                          00001710
           MOVE RETURN-CODE TO FB-STP-RETURN-CODE                       00001720
           MOVE WS-WANT-GEN TO FB-STP-COUNT-1                           00001730
           MOVE WS-RPT-COPIED TO FB-STP-COUNT-2                         00001740
           MOVE WS-EXTR-COPIED TO FB-STP-COUNT-3                        00001750
           MOVE WS-WANT-GEN TO FB-STP-GEN-NO                            00001760
           WRITE FB-STEP-RECORD                                         00001770
           IF NOT STEP-OK THEN                                          00001780
               DISPLAY 'FBGENSEL STEP STATUS WRITE ERROR, STATUS='      00001790
                   WS-STEP-STATUS UPON CONSOLE                          00001800
               MOVE 92 TO RETURN-CODE                                   00001810
               STOP RUN                                                 00001820
           END-IF                                                       00001830
           CLOSE STEP-STATUS-FILE.                                      00001840
      *                                                                 00001850
      * THE GENERATION BEING STAGED MUST HAVE BEEN CATALOGED BY THE     00001860
      * CLASSIFIER, OR BY FBMERGE ON A PARTITIONED NIGHT, EARLIER ON    00001870
      * THE SAME RUN DATE.  THOSE STEPS STAMP A GENERATION ON THEIR     00001880
      * STATUS RECORD ONLY WHEN THEY CATALOGED ONE, AND THEIR RETURN    00001890
      * CODES BELOW 32 ARE SKIPPED PARAMETER CARDS, NOT FAILURES.       00001900
      * A RUN THAT CATALOGED NOTHING STAMPS GENERATION ZERO, SO WHEN    00001910
      * NO STEP CATALOGED THE GENERATION WANTED, A CLASSIFIER OR        00001920
      * FBMERGE RECORD FOR THE DAY WITH GENERATION ZERO AND RETURN      00001930
      * CODE 8 OR MORE (NO RANGE PROCESSED, OR THE PARTITIONS           00001940
      * REJECTED) SHOWS THE STEP RAN AND FAILED.                        00001950
      * RETURN CODE 24 MEANS NO SUCH STEP, 28 THAT IT FAILED; EITHER    00001960
      * WAY NOTHING IS STAGED.                                          00001970
      *                                                                 00001980
       PERF-CHECK-PREDECESSORS.                                         00001990
           OPEN INPUT STEP-STATUS-FILE                                  00002000
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00002010
               DISPLAY 'FBGENSEL STEP STATUS OPEN ERROR, STATUS='       00002020
                   WS-STEP-STATUS UPON CONSOLE                          00002030
               MOVE 72 TO RETURN-CODE                                   00002040
               STOP RUN                                                 00002050
           END-IF                                                       00002060
           PERFORM PERF-READ-GATE-STEP                                  00002070
           PERFORM PERF-SCAN-GATE-STEP UNTIL STEP-EOF                   00002080
           CLOSE STEP-STATUS-FILE                                       00002090
           EVALUATE TRUE                                                00002100
               WHEN NOT GATE-CLS-SEEN AND GATE-FAIL-SEEN                00002110
                   DISPLAY 'FBGENSEL ' WS-GATE-FAIL-PGM ' FAILED, RC='  00002120
                       WS-GATE-FAIL-RC                                  00002130
                       ', NO GENERATION CATALOGED' UPON CONSOLE         00002140
                   MOVE 28 TO RETURN-CODE                               00002150
               WHEN NOT GATE-CLS-SEEN                                   00002160
                   DISPLAY 'FBGENSEL NO CLASSIFIER STEP ON THIS RUN '   00002170
                       'DATE FOR GENERATION ' WS-WANT-GEN UPON CONSOLE  00002180
                   MOVE 24 TO RETURN-CODE                               00002190
               WHEN WS-GATE-CLS-RC >= 32                                00002200
                   DISPLAY 'FBGENSEL CLASSIFIER FAILED, RC='            00002210
                       WS-GATE-CLS-RC                                   00002220
                       ', GENERATION ' WS-WANT-GEN UPON CONSOLE         00002230
                   MOVE 28 TO RETURN-CODE                               00002240
               WHEN OTHER                                               00002250
                   CONTINUE                                             00002260
           END-EVALUATE                                                 00002270
           IF RETURN-CODE NOT = 0 THEN                                  00002280
               DISPLAY 'FBGENSEL NOT RUN, PREDECESSOR CHECK FAILED'     00002290
                   UPON CONSOLE                                         00002300
               PERFORM PERF-WRITE-STEP-STATUS                           00002310
               STOP RUN                                                 00002320
           END-IF.                                                      00002330
       PERF-READ-GATE-STEP.                                             00002340
           READ STEP-STATUS-FILE                                        00002350
               AT END CONTINUE                                          00002360
           END-READ                                                     00002370
           IF NOT STEP-OK AND NOT STEP-EOF THEN                         00002380
               DISPLAY 'FBGENSEL STEP STATUS READ ERROR, STATUS='       00002390
                   WS-STEP-STATUS UPON CONSOLE                          00002400
               MOVE 76 TO RETURN-CODE                                   00002410
               STOP RUN                                                 00002420
           END-IF.                                                      00002430
       PERF-SCAN-GATE-STEP.                                             00002440
           IF FB-STP-RUN-DATE = WS-RUN-DATE                             00002450
               AND FB-STP-RETURN-CODE IS NUMERIC                        00002460
               AND FB-STP-GEN-NO IS NUMERIC THEN                        00002470
               IF FB-STP-PROGRAM = 'FIZZBUZZ'                           00002480
                   OR FB-STP-PROGRAM = 'FBMERGE' THEN                   00002490
                   IF FB-STP-GEN-NO = WS-WANT-GEN THEN                  00002500
                       MOVE 'Y' TO WS-GATE-CLS-FLAG                     00002510
                       MOVE FB-STP-RETURN-CODE TO WS-GATE-CLS-RC        00002520
                   END-IF                                               00002530
                   IF FB-STP-GEN-NO = 0                                 00002540
                       AND FB-STP-RETURN-CODE >= 8 THEN                 00002550
                       MOVE 'Y' TO WS-GATE-FAIL-FLAG                    00002560
                       MOVE FB-STP-RETURN-CODE TO WS-GATE-FAIL-RC       00002570
                       MOVE FB-STP-PROGRAM TO WS-GATE-FAIL-PGM          00002580
                   END-IF                                               00002590
               END-IF                                                   00002600
           END-IF                                                       00002610
           PERFORM PERF-READ-GATE-STEP.                                 00002620
       PERF-FIND-GENERATION.                                            00002630
           OPEN INPUT CATALOG-FILE                                      00002640
           IF CAT-NOT-FOUND THEN                                        00002650
               DISPLAY 'FBGENSEL NO GENERATION CATALOG FOUND'           00002660
                   UPON CONSOLE                                         00002670
               MOVE 8 TO RETURN-CODE                                    00002680
               STOP RUN                                                 00002690
           END-IF                                                       00002700
           IF NOT CAT-OK THEN                                           00002710
               DISPLAY 'FBGENSEL CATALOG FILE OPEN ERROR, STATUS='      00002720
                   WS-CAT-STATUS UPON CONSOLE                           00002730
               MOVE 32 TO RETURN-CODE                                   00002740
               STOP RUN                                                 00002750
           END-IF                                                       00002760
           PERFORM PERF-READ-CAT-REC                                    00002770
           PERFORM PERF-SCAN-CAT-REC UNTIL CAT-EOF                      00002780
           CLOSE CATALOG-FILE.                                          00002790
       PERF-READ-CAT-REC.                                               00002800
           READ CATALOG-FILE                                            00002810
               AT END CONTINUE                                          00002820
           END-READ                                                     00002830
           IF NOT CAT-OK AND NOT CAT-EOF THEN                           00002840
               DISPLAY 'FBGENSEL CATALOG FILE READ ERROR, STATUS='      00002850
                   WS-CAT-STATUS UPON CONSOLE                           00002860
               MOVE 36 TO RETURN-CODE                                   00002870
               STOP RUN                                                 00002880
           END-IF.                                                      00002890
       PERF-SCAN-CAT-REC.                                               00002900
           IF NOT FB-CATALOG-HDR                                        00002910
               AND FB-CAT-GEN-NO IS NUMERIC THEN                        00002920
               MOVE FB-CAT-GEN-NO TO WS-LATEST-GEN                      00002930
               IF NOT LATEST-REQUESTED                                  00002940
                   AND FB-CAT-GEN-NO = WS-WANT-GEN THEN                 00002950
                   MOVE 'Y' TO WS-GEN-FOUND-FLAG                        00002960
               END-IF                                                   00002970
           END-IF                                                       00002980
           PERFORM PERF-READ-CAT-REC.                                   00002990
       PERF-COPY-REPORT.                                                00003000
           OPEN INPUT GEN-REPORT-FILE                                   00003010
           IF NOT GRPT-OK THEN                                          00003020
               DISPLAY 'FBGENSEL GENERATION REPORT OPEN ERROR, STATUS=' 00003030
                   WS-GRPT-STATUS UPON CONSOLE                          00003040
               MOVE 40 TO RETURN-CODE                                   00003050
               STOP RUN                                                 00003060
           END-IF                                                       00003070
           OPEN OUTPUT STAGE-REPORT-FILE                                00003080
           IF NOT SRPT-OK THEN                                          00003090
               DISPLAY 'FBGENSEL STAGED REPORT OPEN ERROR, STATUS='     00003100
                   WS-SRPT-STATUS UPON CONSOLE                          00003110
               MOVE 44 TO RETURN-CODE                                   00003120
               STOP RUN                                                 00003130
           END-IF                                                       00003140
           PERFORM PERF-READ-GEN-REPORT                                 00003150
           PERFORM PERF-COPY-REPORT-LINE UNTIL GRPT-EOF                 00003160
           CLOSE GEN-REPORT-FILE                                        00003170
           CLOSE STAGE-REPORT-FILE.                                     00003180
       PERF-READ-GEN-REPORT.                                            00003190
           READ GEN-REPORT-FILE                                         00003200
               AT END CONTINUE                                          00003210
           END-READ                                                     00003220
           IF NOT GRPT-OK AND NOT GRPT-EOF THEN                         00003230
               DISPLAY 'FBGENSEL GENERATION REPORT READ ERROR, STATUS=' 00003240
                   WS-GRPT-STATUS UPON CONSOLE                          00003250
               MOVE 48 TO RETURN-CODE                                   00003260
               STOP RUN                                                 00003270
           END-IF.                                                      00003280
       PERF-COPY-REPORT-LINE.                                           00003290
           WRITE STAGE-REPORT-LINE FROM GEN-REPORT-LINE                 00003300
           IF NOT SRPT-OK THEN                                          00003310
               DISPLAY 'FBGENSEL STAGED REPORT WRITE ERROR, STATUS='    00003320
                   WS-SRPT-STATUS UPON CONSOLE                          00003330
               MOVE 52 TO RETURN-CODE                                   00003340
               STOP RUN                                                 00003350
           END-IF                                                       00003360
           ADD 1 TO WS-RPT-COPIED                                       00003370
           PERFORM PERF-READ-GEN-REPORT.                                00003380
       PERF-COPY-EXTRACT.                                               00003390
           OPEN INPUT GEN-EXTRACT-FILE                                  00003400
           IF NOT GEXT-OK THEN                                          00003410
               DISPLAY 'FBGENSEL GENERATION EXTRACT OPEN ERROR, '       00003420
                   'STATUS=' WS-GEXT-STATUS UPON CONSOLE                00003430
               MOVE 56 TO RETURN-CODE                                   00003440
               STOP RUN                                                 00003450
           END-IF                                                       00003460
           OPEN OUTPUT STAGE-EXTRACT-FILE                               00003470
           IF NOT SEXT-OK THEN                                          00003480
               DISPLAY 'FBGENSEL STAGED EXTRACT OPEN ERROR, STATUS='    00003490
                   WS-SEXT-STATUS UPON CONSOLE                          00003500
               MOVE 60 TO RETURN-CODE                                   00003510
               STOP RUN                                                 00003520
           END-IF                                                       00003530
           PERFORM PERF-READ-GEN-EXTRACT                                00003540
           PERFORM PERF-COPY-EXTRACT-LINE UNTIL GEXT-EOF                00003550
           CLOSE GEN-EXTRACT-FILE                                       00003560
           CLOSE STAGE-EXTRACT-FILE.                                    00003570
       PERF-READ-GEN-EXTRACT.                                           00003580
           READ GEN-EXTRACT-FILE                                        00003590
               AT END CONTINUE                                          00003600
           END-READ                                                     00003610
           IF NOT GEXT-OK AND NOT GEXT-EOF THEN                         00003620
               DISPLAY 'FBGENSEL GENERATION EXTRACT READ ERROR, '       00003630
                   'STATUS=' WS-GEXT-STATUS UPON CONSOLE                00003640
               MOVE 64 TO RETURN-CODE                                   00003650
               STOP RUN                                                 00003660
           END-IF.                                                      00003670
       PERF-COPY-EXTRACT-LINE.                                          00003680
           WRITE STAGE-EXTRACT-LINE FROM GEN-EXTRACT-LINE               00003690
           IF NOT SEXT-OK THEN                                          00003700
               DISPLAY 'FBGENSEL STAGED EXTRACT WRITE ERROR, STATUS='   00003710
                   WS-SEXT-STATUS UPON CONSOLE                          00003720
               MOVE 68 TO RETURN-CODE                                   00003730
               STOP RUN                                                 00003740
           END-IF                                                       00003750
           ADD 1 TO WS-EXTR-COPIED                                      00003760
           PERFORM PERF-READ-GEN-EXTRACT.                               00003770
