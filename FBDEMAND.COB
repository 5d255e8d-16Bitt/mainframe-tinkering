      * READS THE ON-DEMAND REQUEST FILE APPENDED BY FBINQ, CLASSIFIES  00000030
      * EACH SEQUENCE NUMBER WITH THE PRODUCTION DIVISORS CARRIED ON    00000040
      * THE EXTRACT HEADER OF THE NEWEST CATALOGED GENERATION, APPLIES  00000050
      * THE BUSINESS OVERRIDE FILE AND THE RANGE OVERRIDE RULES IN      00000060
      * EFFECT ON THE RUN DATE THE WAY THE CLASSIFIER DOES, POSTS       00000070
      * EACH RESULT TO THE KEYED CLASSIFICATION MASTER THE WAY FBLOAD   00000080
      * DOES (A KEY ALREADY ON THE MASTER IS REPLACED), POSTS THE       00000090
      * RESULT TO THE CLASSIFICATION HISTORY, AND PRINTS AN             00000100
      * ANSWER REPORT FOR THE SERVICE DESK.  A REPLACEMENT THAT         00000110
      * CHANGES THE CLASS CODE ON FILE ALSO APPENDS A                   00000120
      * RECLASSIFICATION NOTICE, AS IN FBLOAD.  THE REQUEST FILE IS     00000130
      * CLEARED AFTER POSTING SO ANSWERED REQUESTS ARE NOT REPOSTED.    00000140
      * AN EMPTY OR MISSING REQUEST FILE IS A NORMAL CONDITION AND      00000150
      * ENDS WITH RETURN CODE 0; AN INVALID REQUEST RECORD ENDS WITH    00000160
      * RETURN CODE 4 AND IS WRITTEN TO THE SHARED SUSPENSE FILE SO IT  00000170
      * CAN BE CORRECTED AND RE-DRIVEN BY FBREDRV.                      00000180
      * AUSTIN BITTINGER - 2026/09/02                                   00000190
      *                                                                 00000200
       IDENTIFICATION DIVISION.                                         00000210
       PROGRAM-ID. FBDEMAND.                                            00000220
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
           SELECT OPTIONAL DEMAND-FILE ASSIGN TO "DMNDFILE"             00000270
               ORGANIZATION IS LINE SEQUENTIAL                          00000280
               FILE STATUS IS WS-DMD-STATUS.                            00000290
           SELECT CATALOG-FILE ASSIGN TO "CATFILE"                      00000300
               ORGANIZATION IS LINE SEQUENTIAL                          00000310
               FILE STATUS IS WS-CAT-STATUS.                            00000320
           SELECT GEN-EXTRACT-FILE ASSIGN TO DYNAMIC WS-GEN-EXTR-DSN    00000330
               ORGANIZATION IS LINE SEQUENTIAL                          00000340
               FILE STATUS IS WS-GEXT-STATUS.                           00000350
           SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO "OVRDFILE"           00000360
               ORGANIZATION IS LINE SEQUENTIAL                          00000370
               FILE STATUS IS WS-OVRD-STATUS.                           00000380
           SELECT OPTIONAL RULE-FILE ASSIGN TO "OVRRFILE"               00000390
               ORGANIZATION IS LINE SEQUENTIAL                          00000400
               FILE STATUS IS WS-RULE-STATUS.                           00000410
           SELECT OPTIONAL MASTER-FILE ASSIGN TO "MASTFILE"             00000420
               ORGANIZATION IS INDEXED                                  00000430
               ACCESS MODE IS RANDOM                                    00000440
               RECORD KEY IS FB-MST-SEQ-NO                              00000450
               ALTERNATE RECORD KEY IS FB-MST-CLASS-CODE                00000460
                   WITH DUPLICATES                                      00000470
               FILE STATUS IS WS-MST-STATUS.                            00000480
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTFILE"            00000490
               ORGANIZATION IS INDEXED                                  00000500
               ACCESS MODE IS RANDOM                                    00000510
               RECORD KEY IS FB-HST-KEY                                 00000520
               FILE STATUS IS WS-HST-STATUS.                            00000530
           SELECT OPTIONAL NOTICE-FILE ASSIGN TO "RCLSFILE"             00000540
               ORGANIZATION IS LINE SEQUENTIAL                          00000550
               FILE STATUS IS WS-NTC-STATUS.                            00000560
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"           00000570
               ORGANIZATION IS LINE SEQUENTIAL                          00000580
               FILE STATUS IS WS-SUS-STATUS.                            00000590
           SELECT ANSWER-FILE ASSIGN TO "ANSFILE"                       00000600
               ORGANIZATION IS LINE SEQUENTIAL                          00000610
               FILE STATUS IS WS-ANS-STATUS.                            00000620
       DATA DIVISION.                                                   00000630
       FILE SECTION.                                                    00000640
       FD  DEMAND-FILE                                                  00000650
           LABEL RECORDS ARE STANDARD.                                  00000660
           COPY FBDMND.                                                 00000670
       FD  CATALOG-FILE                                                 00000680
           LABEL RECORDS ARE STANDARD.                                  00000690
           COPY FBCATLG.                                                00000700
       FD  GEN-EXTRACT-FILE                                             00000710
           LABEL RECORDS ARE STANDARD.                                  00000720
           COPY FBEXTR.                                                 00000730
       FD  OVERRIDE-FILE                                                00000740
           LABEL RECORDS ARE STANDARD.                                  00000750
           COPY FBOVRD.                                                 00000760
       FD  RULE-FILE                                                    00000770
           LABEL RECORDS ARE STANDARD.                                  00000780
           COPY FBOVRR.                                                 00000790
       FD  MASTER-FILE                                                  00000800
           LABEL RECORDS ARE STANDARD.                                  00000810
           COPY FBMSTR.                                                 00000820
       FD  HISTORY-FILE                                                 00000830
           LABEL RECORDS ARE STANDARD.                                  00000840
           COPY FBHIST.                                                 00000850
       FD  NOTICE-FILE                                                  00000860
           LABEL RECORDS ARE STANDARD.                                  00000870
           COPY FBRCLS.                                                 00000880
       FD  SUSPENSE-FILE                                                00000890
           LABEL RECORDS ARE STANDARD.                                  00000900
           COPY FBSUSP.                                                 00000910
       FD  ANSWER-FILE                                                  00000920
           LABEL RECORDS ARE STANDARD.                                  00000930
       01  ANSWER-LINE PIC X(80).                                       00000940
       WORKING-STORAGE SECTION.                                         00000950
       01  WS-STRINGS.                                                  00000960
            05 FIZZ PIC X(4) VALUE 'FIZZ'.                              00000970
            05 BUZZ PIC X(4) VALUE 'BUZZ'.                              00000980
            05 BAZZ PIC X(4) VALUE 'BAZZ'.                              00000990
            05 FIZZBUZZ PIC X(8) VALUE 'FIZZBUZZ'.                      00001000
            05 FIZZBAZZ PIC X(8) VALUE 'FIZZBAZZ'.                      00001010
            05 BUZZBAZZ PIC X(8) VALUE 'BUZZBAZZ'.                      00001020
            05 FIZZBUZZBAZZ PIC X(12) VALUE 'FIZZBUZZBAZZ'.             00001030
       01  WS-R PIC 9(7).                                               00001040
       01  WS-Q PIC 9(7).                                               00001050
       01  WS-DIV-FLAGS.                                                00001060
            05 WS-FIZZ-FLAG PIC X VALUE 'N'.                            00001070
               88 FIZZ-HIT VALUE 'Y'.                                   00001080
            05 WS-BUZZ-FLAG PIC X VALUE 'N'.                            00001090
               88 BUZZ-HIT VALUE 'Y'.                                   00001100
            05 WS-BAZZ-FLAG PIC X VALUE 'N'.                            00001110
               88 BAZZ-HIT VALUE 'Y'.                                   00001120
       01  WS-DMD-STATUS PIC XX.                                        00001130
            88 DMD-OK VALUE '00'.                                       00001140
            88 DMD-CREATED VALUE '05'.                                  00001150
            88 DMD-EOF VALUE '10'.                                      00001160
            88 DMD-NOT-FOUND VALUE '35'.                                00001170
       01  WS-CAT-STATUS PIC XX.                                        00001180
            88 CAT-OK VALUE '00'.                                       00001190
            88 CAT-EOF VALUE '10'.                                      00001200
            88 CAT-NOT-FOUND VALUE '35'.                                00001210
       01  WS-GEXT-STATUS PIC XX.                                       00001220
            88 GEXT-OK VALUE '00'.                                      00001230
            88 GEXT-EOF VALUE '10'.                                     00001240
       01  WS-OVRD-STATUS PIC XX.                                       00001250
            88 OVRD-OK VALUE '00'.                                      00001260
            88 OVRD-CREATED VALUE '05'.                                 00001270
            88 OVRD-EOF VALUE '10'.                                     00001280
            88 OVRD-NOT-FOUND VALUE '35'.                               00001290
       01  WS-MST-STATUS PIC XX.                                        00001300
            88 MST-OK VALUE '00' '02'.                                  00001310
            88 MST-CREATED VALUE '05'.                                  00001320
            88 MST-DUP-KEY VALUE '22'.                                  00001330
       01  WS-HST-STATUS PIC XX.                                        00001340
            88 HST-OK VALUE '00'.                                       00001350
            88 HST-CREATED VALUE '05'.                                  00001360
            88 HST-DUP-KEY VALUE '22'.                                  00001370
       01  WS-NTC-STATUS PIC XX.                                        00001380
            88 NTC-OK VALUE '00'.                                       00001390
            88 NTC-CREATED VALUE '05'.                                  00001400
       01  WS-SUS-STATUS PIC XX.                                        00001410
            88 SUS-OK VALUE '00'.                                       00001420
            88 SUS-CREATED VALUE '05'.                                  00001430
       01  WS-ANS-STATUS PIC XX.                                        00001440
            88 ANS-OK VALUE '00'.                                       00001450
       01  WS-GEN-EXTR-DSN.                                             00001460
            05 FILLER PIC X(10) VALUE 'EXTRFILE.G'.                     00001470
            05 WS-GEN-EXTR-GEN PIC 9(4).                                00001480
       01  WS-LATEST-GEN PIC 9(4) VALUE 0.                              00001490
       01  WS-RUN-DATE.                                                 00001500
            05 WS-RUN-CCYY PIC 9(4).                                    00001510
            05 WS-RUN-MM PIC 99.                                        00001520
            05 WS-RUN-DD PIC 99.                                        00001530
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).                00001540
       01  WS-SEQ-NO PIC 9(7) VALUE 0.                                  00001550
       01  WS-CLASS-CODE PIC X(12).                                     00001560
       01  WS-DIVISOR-1 PIC 9(7) VALUE 0.                               00001570
       01  WS-DIVISOR-2 PIC 9(7) VALUE 0.                               00001580
       01  WS-DIVISOR-3 PIC 9(7) VALUE 0.                               00001590
       01  WS-OVERRIDE-FLAG PIC X VALUE 'N'.                            00001600
            88 OVERRIDE-APPLIED VALUE 'Y'.                              00001610
       01  WS-OVRD-COUNT PIC 9(4) VALUE 0.                              00001620
       01  WS-OVRD-LIMIT PIC 9(4) VALUE 500.                            00001630
       01  WS-OVRD-IX PIC 9(4) VALUE 0.                                 00001640
       01  WS-OVERRIDE-TABLE.                                           00001650
            05 WS-OVRD-ENTRY OCCURS 500 TIMES.                          00001660
                10 WS-OVRD-SEQ PIC 9(7).                                00001670
                10 WS-OVRD-CLASS PIC X(12).                             00001680
       01  WS-RULE-STATUS PIC XX.                                       00001690
            88 RULE-OK VALUE '00'.                                      00001700
            88 RULE-CREATED VALUE '05'.                                 00001710
            88 RULE-EOF VALUE '10'.                                     00001720
            88 RULE-NOT-FOUND VALUE '35'.                               00001730
       01  WS-RULE-COUNT PIC 9(4) VALUE 0.                              00001740
       01  WS-RULE-LIMIT PIC 9(4) VALUE 200.                            00001750
       01  WS-RULE-IX PIC 9(4) VALUE 0.                                 00001760
       01  WS-RULE-TABLE.                                               00001770
            05 WS-RULE-ENTRY OCCURS 200 TIMES.                          00001780
                10 WS-RULE-FROM PIC 9(7).                               00001790
                10 WS-RULE-TO PIC 9(7).                                 00001800
                10 WS-RULE-CLASS PIC X(12).                             00001810
       01  WS-REQUEST-COUNT PIC 9(7) VALUE 0.                           00001820
       01  WS-POSTED-COUNT PIC 9(7) VALUE 0.                            00001830
       01  WS-REPLACED-COUNT PIC 9(7) VALUE 0.                          00001840
       01  WS-BAD-REC-COUNT PIC 9(7) VALUE 0.                           00001850
       01  WS-NOTICE-COUNT PIC 9(7) VALUE 0.                            00001860
           COPY FBMSTR REPLACING LEADING ==FB-== BY ==WS-SAV-==.        00001870
       01  WS-ANS-HEADING PIC X(80)                                     00001880
               VALUE 'FIZZBUZZ ON-DEMAND CLASSIFICATION ANSWERS'.       00001890
       01  WS-ANSWER-LINE.                                              00001900
            05 FILLER PIC X(9) VALUE 'SEQUENCE '.                       00001910
            05 WS-ANS-SEQ PIC ZZZZZZ9.                                  00001920
            05 FILLER PIC X(2) VALUE SPACES.                            00001930
            05 WS-ANS-CLASS PIC X(12).                                  00001940
            05 WS-ANS-OVRD PIC X(6).                                    00001950
            05 FILLER PIC X(2) VALUE SPACES.                            00001960
            05 WS-ANS-DISP PIC X(8).                                    00001970
            05 FILLER PIC X(34) VALUE SPACES.                           00001980
       01  WS-MSG-LINE.                                                 00001990
            05 FILLER PIC X(9) VALUE 'SEQUENCE '.                       00002000
            05 WS-MSG-SEQ PIC X(7).                                     00002010
            05 FILLER PIC X(2) VALUE SPACES.                            00002020
            05 WS-MSG-TEXT PIC X(40).                                   00002030
            05 FILLER PIC X(22) VALUE SPACES.                           00002040
       PROCEDURE DIVISION.                                              00002050
       0000-MAIN.                                                       00002060
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00002070
           PERFORM PERF-FIND-LATEST-GEN                                 00002080
           PERFORM PERF-READ-DIVISORS                                   00002090
           PERFORM PERF-LOAD-OVERRIDES                                  00002100
           PERFORM PERF-LOAD-RULES                                      00002110
           OPEN INPUT DEMAND-FILE                                       00002120
           IF DMD-NOT-FOUND THEN                                        00002130
               DISPLAY 'FBDEMAND NO DEMAND REQUESTS ON FILE'            00002140
                   UPON CONSOLE                                         00002150
               STOP RUN                                                 00002160
           END-IF                                                       00002170
           IF NOT DMD-OK THEN                                           00002180
               DISPLAY 'FBDEMAND DEMAND FILE OPEN ERROR, STATUS='       00002190
                   WS-DMD-STATUS UPON CONSOLE                           00002200
               MOVE 32 TO RETURN-CODE                                   00002210
               STOP RUN                                                 00002220
           END-IF                                                       00002230
           OPEN I-O MASTER-FILE                                         00002240
           IF NOT MST-OK AND NOT MST-CREATED THEN                       00002250
               DISPLAY 'FBDEMAND MASTER FILE OPEN ERROR, STATUS='       00002260
                   WS-MST-STATUS UPON CONSOLE                           00002270
               MOVE 36 TO RETURN-CODE                                   00002280
               STOP RUN                                                 00002290
           END-IF                                                       00002300
           OPEN I-O HISTORY-FILE                                        00002310
           IF NOT HST-OK AND NOT HST-CREATED THEN                       00002320
               DISPLAY 'FBDEMAND HISTORY FILE OPEN ERROR, STATUS='      00002330
                   WS-HST-STATUS UPON CONSOLE                           00002340
               MOVE 88 TO RETURN-CODE                                   00002350
               STOP RUN                                                 00002360
           END-IF                                                       00002370
           OPEN EXTEND NOTICE-FILE                                      00002380
           IF NOT NTC-OK AND NOT NTC-CREATED THEN                       00002390
               DISPLAY 'FBDEMAND NOTICE FILE OPEN ERROR, STATUS='       00002400
                   WS-NTC-STATUS UPON CONSOLE                           00002410
               MOVE 108 TO RETURN-CODE                                  00002420
               STOP RUN                                                 00002430
           END-IF                                                       00002440
           OPEN EXTEND SUSPENSE-FILE                                    00002450
           IF NOT SUS-OK AND NOT SUS-CREATED THEN                       00002460
               DISPLAY 'FBDEMAND SUSPENSE FILE OPEN ERROR, STATUS='     00002470
                   WS-SUS-STATUS UPON CONSOLE                           00002480
               MOVE 120 TO RETURN-CODE                                  00002490
               STOP RUN                                                 00002500
           END-IF                                                       00002510
           OPEN OUTPUT ANSWER-FILE                                      00002520
           IF NOT ANS-OK THEN                                           00002530
               DISPLAY 'FBDEMAND ANSWER FILE OPEN ERROR, STATUS='       00002540
                   WS-ANS-STATUS UPON CONSOLE                           00002550
               MOVE 40 TO RETURN-CODE                                   00002560
               STOP RUN                                                 00002570
           END-IF                                                       00002580
           WRITE ANSWER-LINE FROM WS-ANS-HEADING                        00002590
           PERFORM PERF-CHECK-ANS-STATUS                                00002600
           MOVE SPACES TO ANSWER-LINE                                   00002610
           WRITE ANSWER-LINE                                            00002620
           PERFORM PERF-CHECK-ANS-STATUS                                00002630
           PERFORM PERF-READ-DEMAND                                     00002640
           PERFORM PERF-PROCESS-REQUEST UNTIL DMD-EOF                   00002650
           CLOSE DEMAND-FILE                                            00002660
           CLOSE MASTER-FILE                                            00002670
           CLOSE HISTORY-FILE                                           00002680
           CLOSE NOTICE-FILE                                            00002690
           CLOSE SUSPENSE-FILE                                          00002700
           CLOSE ANSWER-FILE                                            00002710
           IF WS-REQUEST-COUNT > 0 THEN                                 00002720
               PERFORM PERF-CLEAR-DEMAND                                00002730
           END-IF                                                       00002740
           DISPLAY 'FBDEMAND REQUESTS: ' WS-REQUEST-COUNT               00002750
               ', POSTED: ' WS-POSTED-COUNT                             00002760
               ', REPLACED: ' WS-REPLACED-COUNT                         00002770
               ', REJECTED: ' WS-BAD-REC-COUNT                          00002780
               ', NOTICES: ' WS-NOTICE-COUNT UPON CONSOLE               00002790
           IF WS-BAD-REC-COUNT > 0 THEN                                 00002800
               IF RETURN-CODE = 0 THEN                                  00002810
                   MOVE 4 TO RETURN-CODE                                00002820
               END-IF                                                   00002830
           END-IF                                                       00002840
           STOP RUN.                                                    00002850
       PERF-CHECK-ANS-STATUS.                                           00002860
           IF NOT ANS-OK THEN                                           00002870
               DISPLAY 'FBDEMAND ANSWER FILE WRITE ERROR, STATUS='      00002880
                   WS-ANS-STATUS UPON CONSOLE                           00002890
               MOVE 44 TO RETURN-CODE                                   00002900
               STOP RUN                                                 00002910
           END-IF.                                                      00002920
      *                                                                 00002930
      * THE NEWEST CATALOG ENTRY NAMES THE GENERATION WHOSE EXTRACT     00002940
      * HEADER CARRIES THE DIVISORS IN PRODUCTION.                      00002950
      *                                                                 00002960
       PERF-FIND-LATEST-GEN.                                            00002970
           OPEN INPUT CATALOG-FILE                                      00002980
           IF CAT-NOT-FOUND THEN                                        00002990
               DISPLAY 'FBDEMAND NO GENERATION CATALOG FOUND'           00003000
                   UPON CONSOLE                                         00003010
               MOVE 8 TO RETURN-CODE                                    00003020
               STOP RUN                                                 00003030
           END-IF                                                       00003040
           IF NOT CAT-OK THEN                                           00003050
               DISPLAY 'FBDEMAND CATALOG FILE OPEN ERROR, STATUS='      00003060
                   WS-CAT-STATUS UPON CONSOLE                           00003070
               MOVE 48 TO RETURN-CODE                                   00003080
               STOP RUN                                                 00003090
           END-IF                                                       00003100
           PERFORM PERF-READ-CAT-REC                                    00003110
           PERFORM PERF-SCAN-CAT-REC UNTIL CAT-EOF                      00003120
           CLOSE CATALOG-FILE                                           00003130
           IF WS-LATEST-GEN = 0 THEN                                    00003140
               DISPLAY 'FBDEMAND CATALOG HAS NO GENERATIONS'            00003150
                   UPON CONSOLE                                         00003160
               MOVE 8 TO RETURN-CODE                                    00003170
               STOP RUN                                                 00003180
           END-IF.                                                      00003190
       PERF-READ-CAT-REC.                                               00003200
           READ CATALOG-FILE                                            00003210
               AT END CONTINUE                                          00003220
           END-READ                                                     00003230
           IF NOT CAT-OK AND NOT CAT-EOF THEN                           00003240
               DISPLAY 'FBDEMAND CATALOG FILE READ ERROR, STATUS='      00003250
                   WS-CAT-STATUS UPON CONSOLE                           00003260
               MOVE 52 TO RETURN-CODE                                   00003270
               STOP RUN                                                 00003280
           END-IF.                                                      00003290
       PERF-SCAN-CAT-REC.                                               00003300
           IF NOT FB-CATALOG-HDR                                        00003310
               AND FB-CAT-GEN-NO IS NUMERIC THEN                        00003320
               MOVE FB-CAT-GEN-NO TO WS-LATEST-GEN                      00003330
           END-IF                                                       00003340
           PERFORM PERF-READ-CAT-REC.                                   00003350
       PERF-READ-DIVISORS.                                              00003360
           MOVE WS-LATEST-GEN TO WS-GEN-EXTR-GEN                        00003370
           OPEN INPUT GEN-EXTRACT-FILE                                  00003380
           IF NOT GEXT-OK THEN                                          00003390
               DISPLAY 'FBDEMAND GENERATION EXTRACT OPEN ERROR, '       00003400
                   'STATUS=' WS-GEXT-STATUS UPON CONSOLE                00003410
               MOVE 56 TO RETURN-CODE                                   00003420
               STOP RUN                                                 00003430
           END-IF                                                       00003440
           READ GEN-EXTRACT-FILE                                        00003450
               AT END CONTINUE                                          00003460
           END-READ                                                     00003470
           IF NOT GEXT-OK                                               00003480
               OR NOT FB-HEADER-REC                                     00003490
               OR FB-HDR-DIVISOR-1 IS NOT NUMERIC                       00003500
               OR FB-HDR-DIVISOR-2 IS NOT NUMERIC                       00003510
               OR FB-HDR-DIVISOR-3 IS NOT NUMERIC THEN                  00003520
               DISPLAY 'FBDEMAND EXTRACT HEADER UNUSABLE, GENERATION '  00003530
                   WS-LATEST-GEN UPON CONSOLE                           00003540
               MOVE 60 TO RETURN-CODE                                   00003550
               STOP RUN                                                 00003560
           END-IF                                                       00003570
           MOVE FB-HDR-DIVISOR-1 TO WS-DIVISOR-1                        00003580
           MOVE FB-HDR-DIVISOR-2 TO WS-DIVISOR-2                        00003590
           MOVE FB-HDR-DIVISOR-3 TO WS-DIVISOR-3                        00003600
           CLOSE GEN-EXTRACT-FILE                                       00003610
           IF WS-DIVISOR-1 = 0 OR WS-DIVISOR-2 = 0                      00003620
               OR WS-DIVISOR-3 = 0 THEN                                 00003630
               DISPLAY 'FBDEMAND A PRODUCTION DIVISOR IS ZERO'          00003640
                   UPON CONSOLE                                         00003650
               MOVE 60 TO RETURN-CODE                                   00003660
               STOP RUN                                                 00003670
           END-IF.                                                      00003680
       PERF-LOAD-OVERRIDES.                                             00003690
           MOVE 0 TO WS-OVRD-COUNT                                      00003700
           OPEN INPUT OVERRIDE-FILE                                     00003710
           IF OVRD-NOT-FOUND THEN                                       00003720
               CONTINUE                                                 00003730
           ELSE                                                         00003740
               IF NOT OVRD-OK AND NOT OVRD-CREATED THEN                 00003750
                   DISPLAY 'FBDEMAND OVERRIDE FILE OPEN ERROR, STATUS=' 00003760
                       WS-OVRD-STATUS UPON CONSOLE                      00003770
                   MOVE 64 TO RETURN-CODE                               00003780
                   STOP RUN                                             00003790
               END-IF                                                   00003800
               PERFORM PERF-READ-OVERRIDE                               00003810
               PERFORM PERF-STORE-OVERRIDE UNTIL OVRD-EOF               00003820
               CLOSE OVERRIDE-FILE                                      00003830
           END-IF.                                                      00003840
       PERF-READ-OVERRIDE.                                              00003850
           READ OVERRIDE-FILE                                           00003860
               AT END CONTINUE                                          00003870
           END-READ                                                     00003880
           IF NOT OVRD-OK AND NOT OVRD-EOF THEN                         00003890
               DISPLAY 'FBDEMAND OVERRIDE FILE READ ERROR, STATUS='     00003900
                   WS-OVRD-STATUS UPON CONSOLE                          00003910
               MOVE 68 TO RETURN-CODE                                   00003920
               STOP RUN                                                 00003930
           END-IF.                                                      00003940
       PERF-STORE-OVERRIDE.                                             00003950
           IF FB-OVRD-SEQ-NO IS NOT NUMERIC                             00003960
               OR FB-OVRD-CLASS-CODE = SPACES THEN                      00003970
               DISPLAY 'FBDEMAND OVERRIDE RECORD INVALID, IGNORED: '    00003980
                   FB-OVERRIDE-RECORD UPON CONSOLE                      00003990
           ELSE                                                         00004000
               IF WS-OVRD-COUNT >= WS-OVRD-LIMIT THEN                   00004010
                   DISPLAY 'FBDEMAND OVERRIDE TABLE FULL, LIMIT='       00004020
                       WS-OVRD-LIMIT UPON CONSOLE                       00004030
                   MOVE 72 TO RETURN-CODE                               00004040
                   STOP RUN                                             00004050
               END-IF                                                   00004060
               ADD 1 TO WS-OVRD-COUNT                                   00004070
               MOVE FB-OVRD-SEQ-NO TO WS-OVRD-SEQ (WS-OVRD-COUNT)       00004080
               MOVE FB-OVRD-CLASS-CODE                                  00004090
                   TO WS-OVRD-CLASS (WS-OVRD-COUNT)                     00004100
           END-IF                                                       00004110
           PERFORM PERF-READ-OVERRIDE.                                  00004120
      *                                                                 00004130
      * ONLY RANGE RULES IN EFFECT ON TODAY'S RUN DATE ARE LOADED,      00004140
      * THE SAME AS IN THE CLASSIFIER.                                  00004150
      *                                                                 00004160
       PERF-LOAD-RULES.                                                 00004170
           MOVE 0 TO WS-RULE-COUNT                                      00004180
           OPEN INPUT RULE-FILE                                         00004190
           IF RULE-NOT-FOUND THEN                                       00004200
               CONTINUE                                                 00004210
           ELSE                                                         00004220
               IF NOT RULE-OK AND NOT RULE-CREATED THEN                 00004230
                   DISPLAY 'FBDEMAND RULE FILE OPEN ERROR, STATUS='     00004240
                       WS-RULE-STATUS UPON CONSOLE                      00004250
                   MOVE 96 TO RETURN-CODE                               00004260
                   STOP RUN                                             00004270
               END-IF                                                   00004280
               PERFORM PERF-READ-RULE                                   00004290
               PERFORM PERF-STORE-RULE UNTIL RULE-EOF                   00004300
               CLOSE RULE-FILE                                          00004310
           END-IF.                                                      00004320
       PERF-READ-RULE.                                                  00004330
           READ RULE-FILE                                               00004340
               AT END CONTINUE                                          00004350
           END-READ                                                     00004360
           IF NOT RULE-OK AND NOT RULE-EOF THEN                         00004370
               DISPLAY 'FBDEMAND RULE FILE READ ERROR, STATUS='         00004380
                   WS-RULE-STATUS UPON CONSOLE                          00004390
               MOVE 100 TO RETURN-CODE                                  00004400
               STOP RUN                                                 00004410
           END-IF.                                                      00004420
       PERF-STORE-RULE.                                                 00004430
           EVALUATE TRUE                                                00004440
               WHEN FB-RULE-FROM-SEQ IS NOT NUMERIC                     00004450
               OR FB-RULE-TO-SEQ IS NOT NUMERIC                         00004460
               OR FB-RULE-EFF-DATE IS NOT NUMERIC                       00004470
               OR FB-RULE-EXP-DATE IS NOT NUMERIC                       00004480
               OR FB-RULE-CLASS-CODE = SPACES                           00004490
                   DISPLAY 'FBDEMAND RULE RECORD INVALID, IGNORED: '    00004500
                       FB-OVERRIDE-RULE UPON CONSOLE                    00004510
               WHEN FB-RULE-FROM-SEQ > FB-RULE-TO-SEQ                   00004520
               OR FB-RULE-EFF-DATE > FB-RULE-EXP-DATE                   00004530
                   DISPLAY 'FBDEMAND RULE RECORD INVALID, IGNORED: '    00004540
                       FB-OVERRIDE-RULE UPON CONSOLE                    00004550
               WHEN WS-RUN-DATE-N < FB-RULE-EFF-DATE                    00004560
               OR WS-RUN-DATE-N > FB-RULE-EXP-DATE                      00004570
                   CONTINUE                                             00004580
               WHEN OTHER                                               00004590
                   IF WS-RULE-COUNT >= WS-RULE-LIMIT THEN               00004600
                       DISPLAY 'FBDEMAND RULE TABLE FULL, LIMIT='       00004610
                           WS-RULE-LIMIT UPON CONSOLE                   00004620
                       MOVE 104 TO RETURN-CODE                          00004630
                       STOP RUN                                         00004640
                   END-IF                                               00004650
                   ADD 1 TO WS-RULE-COUNT                               00004660
                   MOVE FB-RULE-FROM-SEQ TO WS-RULE-FROM (WS-RULE-COUNT)00004670
                   MOVE FB-RULE-TO-SEQ TO WS-RULE-TO (WS-RULE-COUNT)    00004680
                   MOVE FB-RULE-CLASS-CODE                              00004690
                       TO WS-RULE-CLASS (WS-RULE-COUNT)                 00004700
           END-EVALUATE                                                 00004710
           PERFORM PERF-READ-RULE.                                      00004720
       PERF-READ-DEMAND.                                                00004730
           READ DEMAND-FILE                                             00004740
               AT END CONTINUE                                          00004750
           END-READ                                                     00004760
           IF NOT DMD-OK AND NOT DMD-EOF THEN                           00004770
               DISPLAY 'FBDEMAND DEMAND FILE READ ERROR, STATUS='       00004780
                   WS-DMD-STATUS UPON CONSOLE                           00004790
               MOVE 76 TO RETURN-CODE                                   00004800
               STOP RUN                                                 00004810
           END-IF.                                                      00004820
       PERF-PROCESS-REQUEST.                                            00004830
           ADD 1 TO WS-REQUEST-COUNT                                    00004840
           IF FB-DMD-SEQ-NO IS NOT NUMERIC THEN                         00004850
               ADD 1 TO WS-BAD-REC-COUNT                                00004860
               MOVE FB-DEMAND-RECORD TO WS-MSG-SEQ                      00004870
               MOVE 'REQUEST IS NOT A 7-DIGIT NUMBER' TO WS-MSG-TEXT    00004880
               WRITE ANSWER-LINE FROM WS-MSG-LINE                       00004890
               PERFORM PERF-CHECK-ANS-STATUS                            00004900
               PERFORM PERF-WRITE-SUSPENSE                              00004910
           ELSE                                                         00004920
               MOVE FB-DMD-SEQ-NO TO WS-SEQ-NO                          00004930
               PERFORM PERF-CLASSIFY                                    00004940
               PERFORM PERF-POST-MASTER                                 00004950
           END-IF                                                       00004960
           PERFORM PERF-READ-DEMAND.                                    00004970
       PERF-WRITE-SUSPENSE.                                             00004980
           MOVE 'FBDEMAND' TO FB-SUS-PROGRAM                            00004990
           MOVE WS-RUN-DATE-N TO FB-SUS-RUN-DATE                        00005000
           MOVE 'DMND' TO FB-SUS-REASON                                 00005010
           MOVE 'REQUEST IS NOT A 7-DIGIT NUMBER'                       00005020
               TO FB-SUS-REASON-TEXT                                    00005030
           MOVE 'O' TO FB-SUS-STATUS                                    00005040
           MOVE ZEROS TO FB-SUS-RESOLVED-DATE                           00005050
           MOVE SPACES TO FB-SUS-TARGET                                 00005060
           MOVE FB-DEMAND-RECORD TO FB-SUS-IMAGE                        00005070
           WRITE FB-SUSPENSE-RECORD                                     00005080
           IF NOT SUS-OK THEN                                           00005090
               DISPLAY 'FBDEMAND SUSPENSE FILE WRITE ERROR, STATUS='    00005100
                   WS-SUS-STATUS UPON CONSOLE                           00005110
               MOVE 124 TO RETURN-CODE                                  00005120
               STOP RUN                                                 00005130
           END-IF.                                                      00005140
       PERF-CLASSIFY.                                                   00005150
           PERFORM PERF-FIZZ                                            00005160
           PERFORM PERF-BUZZ                                            00005170
           PERFORM PERF-BAZZ                                            00005180
           EVALUATE TRUE                                                00005190
               WHEN FIZZ-HIT AND BUZZ-HIT AND BAZZ-HIT                  00005200
                   MOVE FIZZBUZZBAZZ OF WS-STRINGS TO WS-CLASS-CODE     00005210
               WHEN FIZZ-HIT AND BUZZ-HIT                               00005220
                   MOVE FIZZBUZZ OF WS-STRINGS TO WS-CLASS-CODE         00005230
               WHEN FIZZ-HIT AND BAZZ-HIT                               00005240
                   MOVE FIZZBAZZ OF WS-STRINGS TO WS-CLASS-CODE         00005250
               WHEN BUZZ-HIT AND BAZZ-HIT                               00005260
                   MOVE BUZZBAZZ OF WS-STRINGS TO WS-CLASS-CODE         00005270
               WHEN FIZZ-HIT                                            00005280
                   MOVE FIZZ OF WS-STRINGS TO WS-CLASS-CODE             00005290
               WHEN BUZZ-HIT                                            00005300
                   MOVE BUZZ OF WS-STRINGS TO WS-CLASS-CODE             00005310
               WHEN BAZZ-HIT                                            00005320
                   MOVE BAZZ OF WS-STRINGS TO WS-CLASS-CODE             00005330
               WHEN OTHER                                               00005340
                   MOVE 'NONE' TO WS-CLASS-CODE                         00005350
           END-EVALUATE                                                 00005360
           PERFORM PERF-APPLY-OVERRIDE.                                 00005370
       PERF-APPLY-OVERRIDE.                                             00005380
           MOVE 'N' TO WS-OVERRIDE-FLAG                                 00005390
           IF WS-OVRD-COUNT > 0 THEN                                    00005400
               PERFORM PERF-SEARCH-OVERRIDE                             00005410
                   VARYING WS-OVRD-IX FROM 1 BY 1                       00005420
                   UNTIL WS-OVRD-IX > WS-OVRD-COUNT                     00005430
                   OR OVERRIDE-APPLIED                                  00005440
           END-IF                                                       00005450
           IF NOT OVERRIDE-APPLIED AND WS-RULE-COUNT > 0 THEN           00005460
               PERFORM PERF-SEARCH-RULE                                 00005470
                   VARYING WS-RULE-IX FROM 1 BY 1                       00005480
                   UNTIL WS-RULE-IX > WS-RULE-COUNT                     00005490
                   OR OVERRIDE-APPLIED                                  00005500
           END-IF.                                                      00005510
       PERF-SEARCH-OVERRIDE.                                            00005520
           IF WS-OVRD-SEQ (WS-OVRD-IX) = WS-SEQ-NO THEN                 00005530
               MOVE WS-OVRD-CLASS (WS-OVRD-IX) TO WS-CLASS-CODE         00005540
               MOVE 'Y' TO WS-OVERRIDE-FLAG                             00005550
           END-IF.                                                      00005560
       PERF-SEARCH-RULE.                                                00005570
           IF WS-SEQ-NO >= WS-RULE-FROM (WS-RULE-IX)                    00005580
               AND WS-SEQ-NO <= WS-RULE-TO (WS-RULE-IX) THEN            00005590
               MOVE WS-RULE-CLASS (WS-RULE-IX) TO WS-CLASS-CODE         00005600
               MOVE 'Y' TO WS-OVERRIDE-FLAG                             00005610
           END-IF.                                                      00005620
       PERF-FIZZ.                                                       00005630
           DIVIDE WS-DIVISOR-1 INTO WS-SEQ-NO GIVING WS-Q               00005640
               REMAINDER WS-R                                           00005650
           IF WS-R = 0 THEN                                             00005660
               MOVE 'Y' TO WS-FIZZ-FLAG                                 00005670
           ELSE                                                         00005680
               MOVE 'N' TO WS-FIZZ-FLAG                                 00005690
           END-IF.                                                      00005700
       PERF-BUZZ.                                                       00005710
           DIVIDE WS-DIVISOR-2 INTO WS-SEQ-NO GIVING WS-Q               00005720
               REMAINDER WS-R                                           00005730
           IF WS-R = 0 THEN                                             00005740
               MOVE 'Y' TO WS-BUZZ-FLAG                                 00005750
           ELSE                                                         00005760
               MOVE 'N' TO WS-BUZZ-FLAG                                 00005770
           END-IF.                                                      00005780
       PERF-BAZZ.                                                       00005790
           DIVIDE WS-DIVISOR-3 INTO WS-SEQ-NO GIVING WS-Q               00005800
               REMAINDER WS-R                                           00005810
           IF WS-R = 0 THEN                                             00005820
               MOVE 'Y' TO WS-BAZZ-FLAG                                 00005830
           ELSE                                                         00005840
               MOVE 'N' TO WS-BAZZ-FLAG                                 00005850
           END-IF.                                                      00005860
       PERF-POST-MASTER.                                                00005870
           MOVE WS-SEQ-NO TO FB-MST-SEQ-NO                              00005880
           MOVE WS-CLASS-CODE TO FB-MST-CLASS-CODE                      00005890
           MOVE WS-OVERRIDE-FLAG TO FB-MST-OVRD-FLAG                    00005900
           MOVE WS-RUN-DATE TO FB-MST-RUN-DATE                          00005910
           MOVE WS-DIVISOR-1 TO FB-MST-DIVISOR-1                        00005920
           MOVE WS-DIVISOR-2 TO FB-MST-DIVISOR-2                        00005930
           MOVE WS-DIVISOR-3 TO FB-MST-DIVISOR-3                        00005940
           MOVE ZEROS TO FB-MST-PRINT-DATE                              00005950
           WRITE FB-MASTER-RECORD                                       00005960
           IF MST-OK THEN                                               00005970
               ADD 1 TO WS-POSTED-COUNT                                 00005980
               MOVE 'POSTED' TO WS-ANS-DISP                             00005990
           ELSE                                                         00006000
               IF MST-DUP-KEY THEN                                      00006010
                   PERFORM PERF-CHECK-RECLASS                           00006020
                   REWRITE FB-MASTER-RECORD                             00006030
                   IF NOT MST-OK THEN                                   00006040
                       DISPLAY 'FBDEMAND MASTER REWRITE ERROR, STATUS=' 00006050
                           WS-MST-STATUS UPON CONSOLE                   00006060
                       MOVE 80 TO RETURN-CODE                           00006070
                       STOP RUN                                         00006080
                   END-IF                                               00006090
                   ADD 1 TO WS-REPLACED-COUNT                           00006100
                   MOVE 'REPLACED' TO WS-ANS-DISP                       00006110
               ELSE                                                     00006120
                   DISPLAY 'FBDEMAND MASTER WRITE ERROR, STATUS='       00006130
                       WS-MST-STATUS UPON CONSOLE                       00006140
                   MOVE 80 TO RETURN-CODE                               00006150
                   STOP RUN                                             00006160
               END-IF                                                   00006170
           END-IF                                                       00006180
           PERFORM PERF-WRITE-HISTORY                                   00006190
           PERFORM PERF-PRINT-ANSWER.                                   00006200
      *                                                                 00006210
      * THE RECORD ON FILE IS READ BEFORE IT IS REPLACED AND A NOTICE   00006220
      * IS WRITTEN WHEN THE CLASS CODE CHANGES, AS IN FBLOAD; WHEN IT   00006230
      * DOES NOT, THE PRINTED DATE IS CARRIED.                          00006240
      *                                                                 00006250
       PERF-CHECK-RECLASS.                                              00006260
           MOVE FB-MASTER-RECORD TO WS-SAV-MASTER-RECORD                00006270
           READ MASTER-FILE                                             00006280
           IF NOT MST-OK THEN                                           00006290
               DISPLAY 'FBDEMAND MASTER FILE READ ERROR, STATUS='       00006300
                   WS-MST-STATUS UPON CONSOLE                           00006310
               MOVE 112 TO RETURN-CODE                                  00006320
               STOP RUN                                                 00006330
           END-IF                                                       00006340
           IF FB-MST-CLASS-CODE NOT = WS-SAV-MST-CLASS-CODE THEN        00006350
               PERFORM PERF-WRITE-NOTICE                                00006360
           ELSE                                                         00006370
               MOVE FB-MST-PRINT-DATE TO WS-SAV-MST-PRINT-DATE          00006380
           END-IF                                                       00006390
           MOVE WS-SAV-MASTER-RECORD TO FB-MASTER-RECORD.               00006400
       PERF-WRITE-NOTICE.                                               00006410
           MOVE WS-SAV-MST-SEQ-NO TO FB-RCN-SEQ-NO                      00006420
           MOVE 'FBDEMAND' TO FB-RCN-PROGRAM                            00006430
           MOVE FB-MST-CLASS-CODE TO FB-RCN-OLD-CLASS-CODE              00006440
           MOVE FB-MST-OVRD-FLAG TO FB-RCN-OLD-OVRD-FLAG                00006450
           MOVE FB-MST-RUN-DATE TO FB-RCN-OLD-RUN-DATE                  00006460
           MOVE FB-MST-DIVISOR-1 TO FB-RCN-OLD-DIVISOR-1                00006470
           MOVE FB-MST-DIVISOR-2 TO FB-RCN-OLD-DIVISOR-2                00006480
           MOVE FB-MST-DIVISOR-3 TO FB-RCN-OLD-DIVISOR-3                00006490
           MOVE WS-SAV-MST-CLASS-CODE TO FB-RCN-NEW-CLASS-CODE          00006500
           MOVE WS-SAV-MST-OVRD-FLAG TO FB-RCN-NEW-OVRD-FLAG            00006510
           MOVE WS-SAV-MST-RUN-DATE TO FB-RCN-NEW-RUN-DATE              00006520
           MOVE WS-SAV-MST-DIVISOR-1 TO FB-RCN-NEW-DIVISOR-1            00006530
           MOVE WS-SAV-MST-DIVISOR-2 TO FB-RCN-NEW-DIVISOR-2            00006540
           MOVE WS-SAV-MST-DIVISOR-3 TO FB-RCN-NEW-DIVISOR-3            00006550
           WRITE FB-RECLASS-NOTICE                                      00006560
           IF NOT NTC-OK THEN                                           00006570
               DISPLAY 'FBDEMAND NOTICE FILE WRITE ERROR, STATUS='      00006580
                   WS-NTC-STATUS UPON CONSOLE                           00006590
               MOVE 116 TO RETURN-CODE                                  00006600
               STOP RUN                                                 00006610
           END-IF                                                       00006620
           ADD 1 TO WS-NOTICE-COUNT.                                    00006630
      *                                                                 00006640
      * THE HISTORY TAKES ONE RECORD PER SEQUENCE NUMBER PER RUN        00006650
      * DATE, THE SAME WAY FBLOAD POSTS IT, SO A DATE-QUALIFIED         00006660
      * INQUIRY FINDS ON-DEMAND ANSWERS TOO.                            00006670
      *                                                                 00006680
       PERF-WRITE-HISTORY.                                              00006690
           MOVE WS-SEQ-NO TO FB-HST-SEQ-NO                              00006700
           MOVE WS-RUN-DATE TO FB-HST-RUN-DATE                          00006710
           MOVE WS-CLASS-CODE TO FB-HST-CLASS-CODE                      00006720
           MOVE WS-OVERRIDE-FLAG TO FB-HST-OVRD-FLAG                    00006730
           MOVE WS-DIVISOR-1 TO FB-HST-DIVISOR-1                        00006740
           MOVE WS-DIVISOR-2 TO FB-HST-DIVISOR-2                        00006750
           MOVE WS-DIVISOR-3 TO FB-HST-DIVISOR-3                        00006760
           WRITE FB-HISTORY-RECORD                                      00006770
           IF NOT HST-OK THEN                                           00006780
               IF HST-DUP-KEY THEN                                      00006790
                   REWRITE FB-HISTORY-RECORD                            00006800
                   IF NOT HST-OK THEN                                   00006810
                       DISPLAY 'FBDEMAND HISTORY REWRITE ERROR, '       00006820
                           'STATUS=' WS-HST-STATUS UPON CONSOLE         00006830
                       MOVE 92 TO RETURN-CODE                           00006840
                       STOP RUN                                         00006850
                   END-IF                                               00006860
               ELSE                                                     00006870
                   DISPLAY 'FBDEMAND HISTORY WRITE ERROR, STATUS='      00006880
                       WS-HST-STATUS UPON CONSOLE                       00006890
                   MOVE 92 TO RETURN-CODE                               00006900
                   STOP RUN                                             00006910
               END-IF                                                   00006920
           END-IF.                                                      00006930
       PERF-PRINT-ANSWER.                                               00006940
           MOVE WS-SEQ-NO TO WS-ANS-SEQ                                 00006950
           MOVE WS-CLASS-CODE TO WS-ANS-CLASS                           00006960
           IF OVERRIDE-APPLIED THEN                                     00006970
               MOVE ' *OVR*' TO WS-ANS-OVRD                             00006980
           ELSE                                                         00006990
               MOVE SPACES TO WS-ANS-OVRD                               00007000
           END-IF                                                       00007010
           WRITE ANSWER-LINE FROM WS-ANSWER-LINE                        00007020
           PERFORM PERF-CHECK-ANS-STATUS.                               00007030
       PERF-CLEAR-DEMAND.                                               00007040
           OPEN OUTPUT DEMAND-FILE                                      00007050
           IF NOT DMD-OK AND NOT DMD-CREATED THEN                       00007060
               DISPLAY 'FBDEMAND DEMAND FILE CLEAR ERROR, STATUS='      00007070
                   WS-DMD-STATUS UPON CONSOLE                           00007080
               MOVE 84 TO RETURN-CODE                                   00007090
               STOP RUN                                                 00007100
           END-IF                                                       00007110
           CLOSE DEMAND-FILE.                                           00007120
