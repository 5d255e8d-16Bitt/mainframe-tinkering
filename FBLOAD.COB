      * AND DIVISORS FROM THE EXTRACT HEADER IN EFFECT FOR EACH         00000050
      * DETAIL.  A SEQUENCE NUMBER ALREADY ON THE MASTER IS REPLACED    00000060
      * WITH THE LATEST CLASSIFICATION.  CONTROL RECORDS ARE PASSED     00000070
      * OVER; A DETAIL ARRIVING BEFORE ANY HEADER IS REJECTED AND       00000080
      * WRITTEN TO THE SHARED SUSPENSE FILE FOR RE-DRIVE BY FBREDRV.    00000090
      * EVERY DETAIL LOADED IS ALSO POSTED TO THE CLASSIFICATION        00000100
      * HISTORY, KEYED BY SEQUENCE NUMBER PLUS RUN DATE, SO A           00000110
      * RECLASSIFICATION NEVER ERASES WHAT WAS PRINTED BEFORE.          00000120
      * A REPLACEMENT THAT CHANGES THE CLASS CODE ON FILE, INCLUDING    00000130
      * ONE MADE BY OR REMOVED WITH AN OVERRIDE, ALSO APPENDS A         00000140
      * RECLASSIFICATION NOTICE CARRYING BOTH SIDES FOR FBRCLRPT.       00000150
      * A STEP STATUS RECORD WITH THE LOADED, REPLACED, AND REJECTED    00000160
      * COUNTS IS APPENDED TO THE SHARED STEP STATUS FEED AT END OF     00000170
      * STEP FOR THE FBFLOW NIGHTLY FLOW REPORT.                        00000180
      * THE STEP RUNS ONLY WHEN THE FEED SHOWS FBGENSEL STAGED AND      00000190
      * FBVERIFY BALANCED THE SAME GENERATION EARLIER ON THE SAME RUN   00000200
      * DATE, AND OTHERWISE ENDS WITH RETURN CODE 24 (PREDECESSOR NOT   00000210
      * RUN) OR 28 (PREDECESSOR FAILED).                                00000220
      * AUSTIN BITTINGER - 2026/08/21                                   00000230
      *                                                                 00000240
       IDENTIFICATION DIVISION.                                         00000250
       PROGRAM-ID. FBLOAD.                                              00000260
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000270
       ENVIRONMENT DIVISION.                                            00000280
       INPUT-OUTPUT SECTION.                                            00000290
       FILE-CONTROL.                                                    00000300
           SELECT EXTRACT-FILE ASSIGN TO "EXTRFILE"                     00000310
               ORGANIZATION IS LINE SEQUENTIAL                          00000320
               FILE STATUS IS WS-EXTR-STATUS.                           00000330
           SELECT OPTIONAL MASTER-FILE ASSIGN TO "MASTFILE"             00000340
               ORGANIZATION IS INDEXED                                  00000350
               ACCESS MODE IS RANDOM                                    00000360
               RECORD KEY IS FB-MST-SEQ-NO                              00000370
               ALTERNATE RECORD KEY IS FB-MST-CLASS-CODE                00000380
                   WITH DUPLICATES                                      00000390
               FILE STATUS IS WS-MST-STATUS.                            00000400
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTFILE"            00000410
               ORGANIZATION IS INDEXED                                  00000420
               ACCESS MODE IS RANDOM                                    00000430
               RECORD KEY IS FB-HST-KEY                                 00000440
               FILE STATUS IS WS-HST-STATUS.                            00000450
           SELECT OPTIONAL NOTICE-FILE ASSIGN TO "RCLSFILE"             00000460
               ORGANIZATION IS LINE SEQUENTIAL                          00000470
               FILE STATUS IS WS-NTC-STATUS.                            00000480
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"           00000490
               ORGANIZATION IS LINE SEQUENTIAL                          00000500
               FILE STATUS IS WS-SUS-STATUS.                            00000510
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "STEPFILE"        00000520
               ORGANIZATION IS LINE SEQUENTIAL                          00000530
               FILE STATUS IS WS-STEP-STATUS.                           00000540
       DATA DIVISION.                                                   00000550
       FILE SECTION.                                                    00000560
       FD  EXTRACT-FILE                                                 00000570
           LABEL RECORDS ARE STANDARD.                                  00000580
           COPY FBEXTR.                                                 00000590
       FD  MASTER-FILE                                                  00000600
           LABEL RECORDS ARE STANDARD.                                  00000610
           COPY FBMSTR.                                                 00000620
       FD  HISTORY-FILE                                                 00000630
           LABEL RECORDS ARE STANDARD.                                  00000640
           COPY FBHIST.                                                 00000650
       FD  NOTICE-FILE                                                  00000660
           LABEL RECORDS ARE STANDARD.                                  00000670
           COPY FBRCLS.                                                 00000680
       FD  SUSPENSE-FILE                                                00000690
           LABEL RECORDS ARE STANDARD.                                  00000700
           COPY FBSUSP.                                                 00000710
       FD  STEP-STATUS-FILE                                             00000720
           LABEL RECORDS ARE STANDARD.                                  00000730
           COPY FBSTEP.                                                 00000740
       WORKING-STORAGE SECTION.                                         00000750
       01  WS-EXTR-STATUS PIC XX.                                       00000760
            88 EXTR-OK VALUE '00'.                                      00000770
            88 EXTR-EOF VALUE '10'.                                     00000780
       01  WS-MST-STATUS PIC XX.                                        00000790
            88 MST-OK VALUE '00' '02'.                                  00000800
            88 MST-CREATED VALUE '05'.                                  00000810
            88 MST-DUP-KEY VALUE '22'.                                  00000820
       01  WS-HST-STATUS PIC XX.                                        00000830
            88 HST-OK VALUE '00'.                                       00000840
            88 HST-CREATED VALUE '05'.                                  00000850
            88 HST-DUP-KEY VALUE '22'.                                  00000860
       01  WS-NTC-STATUS PIC XX.                                        00000870
            88 NTC-OK VALUE '00'.                                       00000880
            88 NTC-CREATED VALUE '05'.                                  00000890
       01  WS-SUS-STATUS PIC XX.                                        00000900
            88 SUS-OK VALUE '00'.                                       00000910
            88 SUS-CREATED VALUE '05'.                                  00000920
       01  WS-STEP-STATUS PIC XX.                                       00000930
            88 STEP-OK VALUE '00'.                                      00000940
            88 STEP-CREATED VALUE '05'.                                 00000950
            88 STEP-EOF VALUE '10'.                                     00000960
       01  WS-GATE-GEN PIC 9(4) VALUE 0.                                00000970
       01  WS-GATE-SEL-FLAG PIC X VALUE 'N'.                            00000980
            88 GATE-SEL-SEEN VALUE 'Y'.                                 00000990
       01  WS-GATE-SEL-RC PIC 9(4) VALUE 0.                             00001000
       01  WS-GATE-VFY-FLAG PIC X VALUE 'N'.                            00001010
            88 GATE-VFY-SEEN VALUE 'Y'.                                 00001020
       01  WS-GATE-VFY-RC PIC 9(4) VALUE 0.                             00001030
       01  WS-RUN-DATE.                                                 00001040
            05 WS-RUN-CCYY PIC 9(4).                                    00001050
            05 WS-RUN-MM PIC 99.                                        00001060
            05 WS-RUN-DD PIC 99.                                        00001070
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).                00001080
       01  WS-HDR-SEEN PIC X VALUE 'N'.                                 00001090
            88 HEADER-SEEN VALUE 'Y'.                                   00001100
       01  WS-RUN-DATE-X PIC X(8) VALUE SPACES.                         00001110
       01  WS-DIVISOR-1 PIC 9(7) VALUE 0.                               00001120
       01  WS-DIVISOR-2 PIC 9(7) VALUE 0.                               00001130
       01  WS-DIVISOR-3 PIC 9(7) VALUE 0.                               00001140
       01  WS-LOADED-COUNT PIC 9(7) VALUE 0.                            00001150
       01  WS-REPLACED-COUNT PIC 9(7) VALUE 0.                          00001160
       01  WS-REJECTED-COUNT PIC 9(7) VALUE 0.                          00001170
       01  WS-NOTICE-COUNT PIC 9(7) VALUE 0.                            00001180
           COPY FBMSTR REPLACING LEADING ==FB-== BY ==WS-SAV-==.        00001190
       PROCEDURE DIVISION.                                              00001200
       0000-MAIN.                                                       00001210
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001220
           PERFORM PERF-CHECK-PREDECESSORS                              00001230
           OPEN INPUT EXTRACT-FILE                                      00001240
           IF NOT EXTR-OK THEN                                          00001250
               DISPLAY 'FBLOAD EXTRACT FILE OPEN ERROR, STATUS='        00001260
                   WS-EXTR-STATUS UPON CONSOLE                          00001270
               MOVE 32 TO RETURN-CODE                                   00001280
               STOP RUN                                                 00001290
           END-IF                                                       00001300
           OPEN I-O MASTER-FILE                                         00001310
           IF NOT MST-OK AND NOT MST-CREATED THEN                       00001320
               DISPLAY 'FBLOAD MASTER FILE OPEN ERROR, STATUS='         00001330
                   WS-MST-STATUS UPON CONSOLE                           00001340
               MOVE 36 TO RETURN-CODE                                   00001350
               STOP RUN                                                 00001360
           END-IF                                                       00001370
           OPEN I-O HISTORY-FILE                                        00001380
           IF NOT HST-OK AND NOT HST-CREATED THEN                       00001390
               DISPLAY 'FBLOAD HISTORY FILE OPEN ERROR, STATUS='        00001400
                   WS-HST-STATUS UPON CONSOLE                           00001410
               MOVE 48 TO RETURN-CODE                                   00001420
               STOP RUN                                                 00001430
           END-IF                                                       00001440
           OPEN EXTEND NOTICE-FILE                                      00001450
           IF NOT NTC-OK AND NOT NTC-CREATED THEN                       00001460
               DISPLAY 'FBLOAD NOTICE FILE OPEN ERROR, STATUS='         00001470
                   WS-NTC-STATUS UPON CONSOLE                           00001480
               MOVE 64 TO RETURN-CODE                                   00001490
               STOP RUN                                                 00001500
           END-IF                                                       00001510
           OPEN EXTEND SUSPENSE-FILE                                    00001520
           IF NOT SUS-OK AND NOT SUS-CREATED THEN                       00001530
               DISPLAY 'FBLOAD SUSPENSE FILE OPEN ERROR, STATUS='       00001540
                   WS-SUS-STATUS UPON CONSOLE                           00001550
               MOVE 76 TO RETURN-CODE                                   00001560
               STOP RUN                                                 00001570
           END-IF                                                       00001580
           PERFORM PERF-READ-EXTRACT                                    00001590
           PERFORM PERF-PROCESS-RECORD UNTIL EXTR-EOF                   00001600
           CLOSE EXTRACT-FILE                                           00001610
           CLOSE MASTER-FILE                                            00001620
           CLOSE HISTORY-FILE                                           00001630
           CLOSE NOTICE-FILE                                            00001640
           CLOSE SUSPENSE-FILE                                          00001650
           DISPLAY 'FBLOAD RECORDS LOADED: ' WS-LOADED-COUNT            00001660
               ', REPLACED: ' WS-REPLACED-COUNT                         00001670
               ', REJECTED: ' WS-REJECTED-COUNT                         00001680
               ', NOTICES: ' WS-NOTICE-COUNT UPON CONSOLE               00001690
           IF WS-REJECTED-COUNT > 0 THEN                                00001700
               MOVE 8 TO RETURN-CODE                                    00001710
           END-IF                                                       00001720
           IF WS-LOADED-COUNT = 0 AND WS-REPLACED-COUNT = 0 THEN        00001730
               DISPLAY 'FBLOAD NO DETAIL RECORDS LOADED' UPON CONSOLE   00001740
               MOVE 8 TO RETURN-CODE                                    00001750
           END-IF                                                       00001760
           PERFORM PERF-WRITE-STEP-STATUS                               00001770
           STOP RUN.                                                    00001780
       PERF-WRITE-STEP-STATUS.                                          00001790
           OPEN EXTEND STEP-STATUS-FILE                                 00001800
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00001810
               DISPLAY 'FBLOAD STEP STATUS OPEN ERROR, STATUS='         00001820
                   WS-STEP-STATUS UPON CONSOLE                          00001830
               MOVE 88 TO RETURN-CODE                                   00001840
               STOP RUN                                                 00001850
           END-IF                                                       00001860
           MOVE 'FBLOAD' TO FB-STP-PROGRAM                              00001870
           MOVE WS-RUN-DATE TO FB-STP-RUN-DATE                          00001880
           MOVE RETURN-CODE TO FB-STP-RETURN-CODE                       00001890
           MOVE WS-LOADED-COUNT TO FB-STP-COUNT-1                       00001900
           MOVE WS-REPLACED-COUNT TO FB-STP-COUNT-2                     00001910
           MOVE WS-REJECTED-COUNT TO FB-STP-COUNT-3                     00001920
           MOVE WS-GATE-GEN TO FB-STP-GEN-NO                            00001930
           WRITE FB-STEP-RECORD                                         00001940
           IF NOT STEP-OK THEN                                          00001950
               DISPLAY 'FBLOAD STEP STATUS WRITE ERROR, STATUS='        00001960
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
               DISPLAY 'FBLOAD STEP STATUS OPEN ERROR, STATUS='         00002160
                   WS-STEP-STATUS UPON CONSOLE                          00002170
               MOVE 56 TO RETURN-CODE                                   00002180
               STOP RUN                                                 00002190
           END-IF                                                       00002200
           PERFORM PERF-READ-GATE-STEP                                  00002210
           PERFORM PERF-SCAN-GATE-STEP UNTIL STEP-EOF                   00002220
           CLOSE STEP-STATUS-FILE                                       00002230
           EVALUATE TRUE                                                00002240
               WHEN NOT GATE-SEL-SEEN                                   00002250
                   DISPLAY 'FBLOAD NO FBGENSEL STEP ON THIS RUN DATE'   00002260
                       UPON CONSOLE                                     00002270
                   MOVE 24 TO RETURN-CODE                               00002280
               WHEN WS-GATE-SEL-RC >= 8                                 00002290
                   DISPLAY 'FBLOAD FBGENSEL FAILED, RC='                00002300
                       WS-GATE-SEL-RC                                   00002310
                       ', GENERATION ' WS-GATE-GEN UPON CONSOLE         00002320
                   MOVE 28 TO RETURN-CODE                               00002330
               WHEN NOT GATE-VFY-SEEN                                   00002340
                   DISPLAY 'FBLOAD NO FBVERIFY STEP FOR GENERATION '    00002350
                       WS-GATE-GEN UPON CONSOLE                         00002360
                   MOVE 24 TO RETURN-CODE                               00002370
               WHEN WS-GATE-VFY-RC >= 8                                 00002380
                   DISPLAY 'FBLOAD FBVERIFY FAILED, RC='                00002390
                       WS-GATE-VFY-RC                                   00002400
                       ', GENERATION ' WS-GATE-GEN UPON CONSOLE         00002410
                   MOVE 28 TO RETURN-CODE                               00002420
               WHEN OTHER                                               00002430
                   CONTINUE                                             00002440
           END-EVALUATE                                                 00002450
           IF RETURN-CODE NOT = 0 THEN                                  00002460
               DISPLAY 'FBLOAD NOT RUN, PREDECESSOR CHECK FAILED'       00002470
                   UPON CONSOLE                                         00002480
               PERFORM PERF-WRITE-STEP-STATUS                           00002490
               STOP RUN                                                 00002500
           END-IF.                                                      00002510
       PERF-READ-GATE-STEP.                                             00002520
           READ STEP-STATUS-FILE                                        00002530
               AT END CONTINUE                                          00002540
           END-READ                                                     00002550
           IF NOT STEP-OK AND NOT STEP-EOF THEN                         00002560
               DISPLAY 'FBLOAD STEP STATUS READ ERROR, STATUS='         00002570
                   WS-STEP-STATUS UPON CONSOLE                          00002580
               MOVE 60 TO RETURN-CODE                                   00002590
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
       PERF-READ-EXTRACT.                                               00002830
           READ EXTRACT-FILE                                            00002840
               AT END CONTINUE                                          00002850
           END-READ                                                     00002860
           IF NOT EXTR-OK AND NOT EXTR-EOF THEN                         00002870
               DISPLAY 'FBLOAD EXTRACT FILE READ ERROR, STATUS='        00002880
                   WS-EXTR-STATUS UPON CONSOLE                          00002890
               MOVE 44 TO RETURN-CODE                                   00002900
               STOP RUN                                                 00002910
           END-IF.                                                      00002920
       PERF-PROCESS-RECORD.                                             00002930
           IF FB-EXTR-SEQ-NO IS NUMERIC THEN                            00002940
               PERFORM PERF-LOAD-DETAIL                                 00002950
           ELSE                                                         00002960
               IF FB-HEADER-REC THEN                                    00002970
                   PERFORM PERF-CAPTURE-HEADER                          00002980
               END-IF                                                   00002990
           END-IF                                                       00003000
           PERFORM PERF-READ-EXTRACT.                                   00003010
       PERF-CAPTURE-HEADER.                                             00003020
           MOVE FB-HDR-RUN-DATE TO WS-RUN-DATE-X                        00003030
           IF FB-HDR-DIVISOR-1 IS NUMERIC                               00003040
               AND FB-HDR-DIVISOR-2 IS NUMERIC                          00003050
               AND FB-HDR-DIVISOR-3 IS NUMERIC THEN                     00003060
               MOVE FB-HDR-DIVISOR-1 TO WS-DIVISOR-1                    00003070
               MOVE FB-HDR-DIVISOR-2 TO WS-DIVISOR-2                    00003080
               MOVE FB-HDR-DIVISOR-3 TO WS-DIVISOR-3                    00003090
               MOVE 'Y' TO WS-HDR-SEEN                                  00003100
           ELSE                                                         00003110
               MOVE 'N' TO WS-HDR-SEEN                                  00003120
           END-IF.                                                      00003130
       PERF-LOAD-DETAIL.                                                00003140
           IF NOT HEADER-SEEN THEN                                      00003150
               ADD 1 TO WS-REJECTED-COUNT                               00003160
               PERFORM PERF-WRITE-SUSPENSE                              00003170
           ELSE                                                         00003180
               PERFORM PERF-WRITE-MASTER                                00003190
           END-IF.                                                      00003200
       PERF-WRITE-MASTER.                                               00003210
           MOVE FB-EXTR-SEQ-NO TO FB-MST-SEQ-NO                         00003220
           MOVE FB-EXTR-CLASS-CODE TO FB-MST-CLASS-CODE                 00003230
           IF FB-EXTR-OVERRIDDEN THEN                                   00003240
               MOVE 'Y' TO FB-MST-OVRD-FLAG                             00003250
           ELSE                                                         00003260
               MOVE 'N' TO FB-MST-OVRD-FLAG                             00003270
           END-IF                                                       00003280
           MOVE WS-RUN-DATE-X TO FB-MST-RUN-DATE                        00003290
           MOVE WS-DIVISOR-1 TO FB-MST-DIVISOR-1                        00003300
           MOVE WS-DIVISOR-2 TO FB-MST-DIVISOR-2                        00003310
           MOVE WS-DIVISOR-3 TO FB-MST-DIVISOR-3                        00003320
           MOVE ZEROS TO FB-MST-PRINT-DATE                              00003330
           WRITE FB-MASTER-RECORD                                       00003340
           IF MST-OK THEN                                               00003350
               ADD 1 TO WS-LOADED-COUNT                                 00003360
           ELSE                                                         00003370
               IF MST-DUP-KEY THEN                                      00003380
                   PERFORM PERF-CHECK-RECLASS                           00003390
                   REWRITE FB-MASTER-RECORD                             00003400
                   IF NOT MST-OK THEN                                   00003410
                       DISPLAY 'FBLOAD MASTER REWRITE ERROR, STATUS='   00003420
                           WS-MST-STATUS UPON CONSOLE                   00003430
                       MOVE 40 TO RETURN-CODE                           00003440
                       STOP RUN                                         00003450
                   END-IF                                               00003460
                   ADD 1 TO WS-REPLACED-COUNT                           00003470
               ELSE                                                     00003480
                   DISPLAY 'FBLOAD MASTER WRITE ERROR, STATUS='         00003490
                       WS-MST-STATUS UPON CONSOLE                       00003500
                   MOVE 40 TO RETURN-CODE                               00003510
                   STOP RUN                                             00003520
               END-IF                                                   00003530
           END-IF                                                       00003540
           PERFORM PERF-WRITE-HISTORY.                                  00003550
      *                                                                 00003560
      * THE RECORD ON FILE IS READ BEFORE IT IS REPLACED.  WHEN ITS     00003570
      * CLASS CODE DIFFERS FROM THE NEW ONE, WHAT WAS PRINTED AND       00003580
      * SHIPPED FOR THE NUMBER IS NOW WRONG, SO A NOTICE IS WRITTEN     00003590
      * WITH BOTH SIDES.  OTHERWISE THE LABEL ALREADY PRINTED STILL     00003600
      * STANDS AND ITS PRINTED DATE IS CARRIED.  THE NEW RECORD IS      00003610
      * THEN PUT BACK FOR THE REWRITE.                                  00003620
      *                                                                 00003630
       PERF-CHECK-RECLASS.                                              00003640
           MOVE FB-MASTER-RECORD TO WS-SAV-MASTER-RECORD                00003650
           READ MASTER-FILE                                             00003660
           IF NOT MST-OK THEN                                           00003670
               DISPLAY 'FBLOAD MASTER FILE READ ERROR, STATUS='         00003680
                   WS-MST-STATUS UPON CONSOLE                           00003690
               MOVE 68 TO RETURN-CODE                                   00003700
               STOP RUN                                                 00003710
           END-IF                                                       00003720
           IF FB-MST-CLASS-CODE NOT = WS-SAV-MST-CLASS-CODE THEN        00003730
               PERFORM PERF-WRITE-NOTICE                                00003740
           ELSE                                                         00003750
               MOVE FB-MST-PRINT-DATE TO WS-SAV-MST-PRINT-DATE          00003760
           END-IF                                                       00003770
           MOVE WS-SAV-MASTER-RECORD TO FB-MASTER-RECORD.               00003780
       PERF-WRITE-NOTICE.                                               00003790
           MOVE WS-SAV-MST-SEQ-NO TO FB-RCN-SEQ-NO                      00003800
           MOVE 'FBLOAD' TO FB-RCN-PROGRAM                              00003810
           MOVE FB-MST-CLASS-CODE TO FB-RCN-OLD-CLASS-CODE              00003820
           MOVE FB-MST-OVRD-FLAG TO FB-RCN-OLD-OVRD-FLAG                00003830
           MOVE FB-MST-RUN-DATE TO FB-RCN-OLD-RUN-DATE                  00003840
           MOVE FB-MST-DIVISOR-1 TO FB-RCN-OLD-DIVISOR-1                00003850
           MOVE FB-MST-DIVISOR-2 TO FB-RCN-OLD-DIVISOR-2                00003860
           MOVE FB-MST-DIVISOR-3 TO FB-RCN-OLD-DIVISOR-3                00003870
           MOVE WS-SAV-MST-CLASS-CODE TO FB-RCN-NEW-CLASS-CODE          00003880
           MOVE WS-SAV-MST-OVRD-FLAG TO FB-RCN-NEW-OVRD-FLAG            00003890
           MOVE WS-SAV-MST-RUN-DATE TO FB-RCN-NEW-RUN-DATE              00003900
           MOVE WS-SAV-MST-DIVISOR-1 TO FB-RCN-NEW-DIVISOR-1            00003910
           MOVE WS-SAV-MST-DIVISOR-2 TO FB-RCN-NEW-DIVISOR-2            00003920
           MOVE WS-SAV-MST-DIVISOR-3 TO FB-RCN-NEW-DIVISOR-3            00003930
           WRITE FB-RECLASS-NOTICE                                      00003940
           IF NOT NTC-OK THEN                                           00003950
               DISPLAY 'FBLOAD NOTICE FILE WRITE ERROR, STATUS='        00003960
                   WS-NTC-STATUS UPON CONSOLE                           00003970
               MOVE 72 TO RETURN-CODE                                   00003980
               STOP RUN                                                 00003990
           END-IF                                                       00004000
           ADD 1 TO WS-NOTICE-COUNT.                                    00004010
      *                                                                 00004020
      * A DETAIL WITH NO HEADER HAS NO RUN DATE OR DIVISORS TO LOAD     00004030
      * WITH.  IT IS SUSPENDED SO FBREDRV CAN SEND THE NUMBER TO THE    00004040
      * ON-DEMAND REQUEST FILE FOR CLASSIFICATION.                      00004050
      *                                                                 00004060
       PERF-WRITE-SUSPENSE.                                             00004070
           MOVE 'FBLOAD' TO FB-SUS-PROGRAM                              00004080
           MOVE WS-RUN-DATE-N TO FB-SUS-RUN-DATE                        00004090
           MOVE 'NOHD' TO FB-SUS-REASON                                 00004100
           MOVE 'DETAIL BEFORE ANY EXTRACT HEADER'                      00004110
               TO FB-SUS-REASON-TEXT                                    00004120
           MOVE 'O' TO FB-SUS-STATUS                                    00004130
           MOVE ZEROS TO FB-SUS-RESOLVED-DATE                           00004140
           MOVE SPACES TO FB-SUS-TARGET                                 00004150
           MOVE FB-EXTRACT-RECORD TO FB-SUS-IMAGE                       00004160
           WRITE FB-SUSPENSE-RECORD                                     00004170
           IF NOT SUS-OK THEN                                           00004180
               DISPLAY 'FBLOAD SUSPENSE FILE WRITE ERROR, STATUS='      00004190
                   WS-SUS-STATUS UPON CONSOLE                           00004200
               MOVE 80 TO RETURN-CODE                                   00004210
               STOP RUN                                                 00004220
           END-IF.                                                      00004230
      *                                                                 00004240
      * THE HISTORY TAKES ONE RECORD PER SEQUENCE NUMBER PER RUN        00004250
      * DATE.  A RELOAD OF THE SAME GENERATION HITS THE SAME KEY AND    00004260
      * SIMPLY REPLACES IT; A RECLASSIFICATION UNDER A NEW RUN DATE     00004270
      * ADDS A NEW RECORD AND LEAVES THE OLD ANSWER IN PLACE.           00004280
      *                                                                 00004290
       PERF-WRITE-HISTORY.                                              00004300
           MOVE FB-EXTR-SEQ-NO TO FB-HST-SEQ-NO                         00004310
           MOVE WS-RUN-DATE-X TO FB-HST-RUN-DATE                        00004320
           MOVE FB-EXTR-CLASS-CODE TO FB-HST-CLASS-CODE                 00004330
           IF FB-EXTR-OVERRIDDEN THEN                                   00004340
               MOVE 'Y' TO FB-HST-OVRD-FLAG                             00004350
           ELSE                                                         00004360
               MOVE 'N' TO FB-HST-OVRD-FLAG                             00004370
           END-IF                                                       00004380
           MOVE WS-DIVISOR-1 TO FB-HST-DIVISOR-1                        00004390
           MOVE WS-DIVISOR-2 TO FB-HST-DIVISOR-2                        00004400
           MOVE WS-DIVISOR-3 TO FB-HST-DIVISOR-3                        00004410
           WRITE FB-HISTORY-RECORD                                      00004420
           IF NOT HST-OK THEN                                           00004430
               IF HST-DUP-KEY THEN                                      00004440
                   REWRITE FB-HISTORY-RECORD                            00004450
                   IF NOT HST-OK THEN                                   00004460
                       DISPLAY 'FBLOAD HISTORY REWRITE ERROR, STATUS='  00004470
                           WS-HST-STATUS UPON CONSOLE                   00004480
                       MOVE 52 TO RETURN-CODE                           00004490
                       STOP RUN                                         00004500
                   END-IF                                               00004510
               ELSE                                                     00004520
                   DISPLAY 'FBLOAD HISTORY WRITE ERROR, STATUS='        00004530
                       WS-HST-STATUS UPON CONSOLE                       00004540
                   MOVE 52 TO RETURN-CODE                               00004550
                   STOP RUN                                             00004560
               END-IF                                                   00004570
           END-IF.                                                      00004580
