      * A SEQUENCE NUMBER NOT ON THE MASTER IS ALSO APPENDED TO THE     00000080
      * ON-DEMAND REQUEST FILE SO FBDEMAND CAN CLASSIFY IT AND POST     00000090
      * THE ANSWER WITHOUT A FULL RANGE RERUN.                          00000100
      * A CARD MAY ALSO CARRY AN AS-OF DATE (CCYYMMDD) IN COLUMNS 8-15; 00000110
      * A DATED REQUEST IS ANSWERED FROM THE CLASSIFICATION HISTORY     00000120
      * WITH THE NEWEST CLASSIFICATION ON OR BEFORE THAT DATE, SO       00000130
      * DISPUTES OVER WHAT WAS PRINTED IN A PAST MONTH CAN BE SETTLED   00000140
      * EVEN AFTER THE NUMBER WAS RECLASSIFIED.  DATED MISSES ARE NOT   00000150
      * SENT TO THE ON-DEMAND FILE; THE PAST CANNOT BE RERUN.           00000160
      * A CARD WITH BROWSE IN COLUMNS 1-6 LISTS EVERY NUMBER ON THE     00000170
      * MASTER IN ONE CLASS THROUGH THE CLASS-CODE ALTERNATE KEY:       00000180
      *   COLUMNS  8-19  CLASS CODE (REQUIRED)                          00000190
      *   COLUMNS 20-26  LOWEST SEQUENCE NUMBER (BLANK = 0000000)       00000200
      *   COLUMNS 27-33  HIGHEST SEQUENCE NUMBER (BLANK = 9999999)      00000210
      *   COLUMN  34     Y = BUSINESS OVERRIDES ONLY                    00000220
      *   COLUMNS 35-42  EARLIEST RUN DATE CCYYMMDD (BLANK = NO LIMIT)  00000230
      *   COLUMNS 43-50  LATEST RUN DATE CCYYMMDD (BLANK = NO LIMIT)    00000240
      * THE MATCHING RECORDS ARE LISTED AND FOLLOWED BY A COUNT.        00000250
      * AN UNDATED ANSWER FROM THE MASTER ALSO SAYS WHETHER A GOOD      00000260
      * LABEL HAS BEEN PRINTED FOR THE NUMBER'S CLASS, AND WHEN, FROM   00000270
      * THE PRINTED DATE FBSPOIL POSTS.  A CARD WITH NOLABEL IN         00000280
      * COLUMNS 1-7 LISTS EVERY CLASSIFIED NUMBER ON THE MASTER THAT    00000290
      * HAS NO GOOD LABEL, IN SEQUENCE NUMBER ORDER:                    00000300
      *   COLUMNS  8-19  CLASS CODE (BLANK = EVERY CLASS BUT NONE)      00000310
      *   COLUMNS 20-26  LOWEST SEQUENCE NUMBER (BLANK = 0000000)       00000320
      *   COLUMNS 27-33  HIGHEST SEQUENCE NUMBER (BLANK = 9999999)      00000330
      * AND IS ALSO FOLLOWED BY A COUNT.                                00000340
      * AUSTIN BITTINGER - 2026/08/21                                   00000350
      *                                                                 00000360
       IDENTIFICATION DIVISION.                                         00000370
       PROGRAM-ID. FBINQ.                                               00000380
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000390
       ENVIRONMENT DIVISION.                                            00000400
       INPUT-OUTPUT SECTION.                                            00000410
       FILE-CONTROL.                                                    00000420
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"                      00000430
               ORGANIZATION IS INDEXED                                  00000440
               ACCESS MODE IS DYNAMIC                                   00000450
               RECORD KEY IS FB-MST-SEQ-NO                              00000460
               ALTERNATE RECORD KEY IS FB-MST-CLASS-CODE                00000470
                   WITH DUPLICATES                                      00000480
               FILE STATUS IS WS-MST-STATUS.                            00000490
           SELECT INQUIRY-FILE ASSIGN TO "INQFILE"                      00000500
               ORGANIZATION IS LINE SEQUENTIAL                          00000510
               FILE STATUS IS WS-INQ-STATUS.                            00000520
           SELECT DEMAND-FILE ASSIGN TO "DMNDFILE"                      00000530
               ORGANIZATION IS LINE SEQUENTIAL                          00000540
               FILE STATUS IS WS-DMD-STATUS.                            00000550
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"                     00000560
               ORGANIZATION IS INDEXED                                  00000570
               ACCESS MODE IS DYNAMIC                                   00000580
               RECORD KEY IS FB-HST-KEY                                 00000590
               FILE STATUS IS WS-HST-STATUS.                            00000600
       DATA DIVISION.                                                   00000610
       FILE SECTION.                                                    00000620
       FD  MASTER-FILE                                                  00000630
           LABEL RECORDS ARE STANDARD.                                  00000640
           COPY FBMSTR.                                                 00000650
       FD  INQUIRY-FILE                                                 00000660
           LABEL RECORDS ARE STANDARD.                                  00000670
       01  INQUIRY-LINE PIC X(80).                                      00000680
       FD  DEMAND-FILE                                                  00000690
           LABEL RECORDS ARE STANDARD.                                  00000700
           COPY FBDMND.                                                 00000710
       FD  HISTORY-FILE                                                 00000720
           LABEL RECORDS ARE STANDARD.                                  00000730
           COPY FBHIST.                                                 00000740
       WORKING-STORAGE SECTION.                                         00000750
       01  WS-MST-STATUS PIC XX.                                        00000760
            88 MST-OK VALUE '00'.                                       00000770
            88 MST-NEXT-OK VALUE '00' '02'.                             00000780
            88 MST-EOF VALUE '10'.                                      00000790
            88 MST-NOT-FOUND VALUE '23'.                                00000800
            88 MST-FILE-MISSING VALUE '35'.                             00000810
       01  WS-INQ-STATUS PIC XX.                                        00000820
            88 INQ-OK VALUE '00'.                                       00000830
       01  WS-DMD-STATUS PIC XX.                                        00000840
            88 DMD-OK VALUE '00'.                                       00000850
            88 DMD-CREATED VALUE '05'.                                  00000860
       01  WS-HST-STATUS PIC XX.                                        00000870
            88 HST-OK VALUE '00'.                                       00000880
            88 HST-EOF VALUE '10'.                                      00000890
            88 HST-KEY-MISS VALUE '23'.                                 00000900
            88 HST-FILE-MISSING VALUE '35'.                             00000910
       01  WS-HIST-AVAIL-FLAG PIC X VALUE 'N'.                          00000920
            88 HIST-AVAILABLE VALUE 'Y'.                                00000930
       01  WS-INQ-CARD.                                                 00000940
            05 WS-INQ-SEQ-X PIC X(7).                                   00000950
            05 WS-INQ-ASOF-X PIC X(8).                                  00000960
            05 FILLER PIC X(65).                                        00000970
       01  WS-BROWSE-CARD REDEFINES WS-INQ-CARD.                        00000980
            05 WS-BRW-ID PIC X(7).                                      00000990
               88 BROWSE-CARD VALUE 'BROWSE'.                           00001000
               88 NOLABEL-CARD VALUE 'NOLABEL'.                         00001010
            05 WS-BRW-CLASS PIC X(12).                                  00001020
            05 WS-BRW-LOW-X PIC X(7).                                   00001030
            05 WS-BRW-HIGH-X PIC X(7).                                  00001040
            05 WS-BRW-OVRD-X PIC X.                                     00001050
               88 BRW-OVRD-ONLY VALUE 'Y'.                              00001060
               88 BRW-OVRD-VALID VALUE 'Y' ' '.                         00001070
            05 WS-BRW-FROM-X PIC X(8).                                  00001080
            05 WS-BRW-THRU-X PIC X(8).                                  00001090
            05 FILLER PIC X(30).                                        00001100
       01  WS-SYSIN-FLAG PIC X VALUE 'N'.                               00001110
            88 SYSIN-EOF VALUE 'Y'.                                     00001120
       01  WS-REQUEST-COUNT PIC 9(7) VALUE 0.                           00001130
       01  WS-FOUND-COUNT PIC 9(7) VALUE 0.                             00001140
       01  WS-NOTFND-COUNT PIC 9(7) VALUE 0.                            00001150
       01  WS-BAD-CARD-COUNT PIC 9(7) VALUE 0.                          00001160
       01  WS-ASOF-DATE PIC 9(8) VALUE 0.                               00001170
       01  WS-BRW-LOW PIC 9(7) VALUE 0.                                 00001180
       01  WS-BRW-HIGH PIC 9(7) VALUE 0.                                00001190
       01  WS-BRW-FROM PIC 9(8) VALUE 0.                                00001200
       01  WS-BRW-THRU PIC 9(8) VALUE 0.                                00001210
       01  WS-BRW-COUNT PIC 9(7) VALUE 0.                               00001220
       01  WS-NLB-COUNT PIC 9(7) VALUE 0.                               00001230
       01  WS-BRW-SCAN-FLAG PIC X VALUE 'N'.                            00001240
            88 BRW-SCAN-DONE VALUE 'Y'.                                 00001250
       01  WS-HIST-HIT-FLAG PIC X VALUE 'N'.                            00001260
            88 HIST-HIT VALUE 'Y'.                                      00001270
       01  WS-HIST-SCAN-FLAG PIC X VALUE 'N'.                           00001280
            88 HIST-SCAN-DONE VALUE 'Y'.                                00001290
       01  WS-HIST-SAVE.                                                00001300
            05 WS-SAV-CLASS PIC X(12).                                  00001310
            05 WS-SAV-OVRD PIC X.                                       00001320
            05 WS-SAV-DATE.                                             00001330
                10 WS-SAV-CCYY PIC 9(4).                                00001340
                10 WS-SAV-MM PIC 99.                                    00001350
                10 WS-SAV-DD PIC 99.                                    00001360
            05 WS-SAV-D1 PIC 9(7).                                      00001370
            05 WS-SAV-D2 PIC 9(7).                                      00001380
            05 WS-SAV-D3 PIC 9(7).                                      00001390
       01  WS-INQ-HEADING PIC X(80)                                     00001400
               VALUE 'FIZZBUZZ CLASSIFICATION INQUIRY'.                 00001410
       01  WS-FOUND-LINE.                                               00001420
            05 FILLER PIC X(9) VALUE 'SEQUENCE '.                       00001430
            05 WS-FND-SEQ PIC ZZZZZZ9.                                  00001440
            05 FILLER PIC X(2) VALUE SPACES.                            00001450
            05 WS-FND-CLASS PIC X(12).                                  00001460
            05 WS-FND-OVRD PIC X(6).                                    00001470
            05 FILLER PIC X(5) VALUE ' RUN '.                           00001480
            05 WS-FND-MM PIC 99.                                        00001490
            05 FILLER PIC X VALUE '/'.                                  00001500
            05 WS-FND-DD PIC 99.                                        00001510
            05 FILLER PIC X VALUE '/'.                                  00001520
            05 WS-FND-CCYY PIC 9(4).                                    00001530
            05 FILLER PIC X(5) VALUE ' DIV '.                           00001540
            05 WS-FND-D1 PIC ZZZZZZ9.                                   00001550
            05 FILLER PIC X VALUE SPACE.                                00001560
            05 WS-FND-D2 PIC ZZZZZZ9.                                   00001570
            05 FILLER PIC X VALUE SPACE.                                00001580
            05 WS-FND-D3 PIC ZZZZZZ9.                                   00001590
            05 FILLER PIC X VALUE SPACE.                                00001600
       01  WS-MSG-LINE.                                                 00001610
            05 FILLER PIC X(9) VALUE 'SEQUENCE '.                       00001620
            05 WS-MSG-SEQ PIC X(7).                                     00001630
            05 FILLER PIC X(2) VALUE SPACES.                            00001640
            05 WS-MSG-TEXT PIC X(40).                                   00001650
            05 FILLER PIC X(22) VALUE SPACES.                           00001660
       01  WS-BRW-HEAD-LINE.                                            00001670
            05 FILLER PIC X(13) VALUE 'BROWSE CLASS '.                  00001680
            05 WS-BHD-CLASS PIC X(12).                                  00001690
            05 FILLER PIC X(5) VALUE ' SEQ '.                           00001700
            05 WS-BHD-LOW PIC 9(7).                                     00001710
            05 FILLER PIC X VALUE '-'.                                  00001720
            05 WS-BHD-HIGH PIC 9(7).                                    00001730
            05 WS-BHD-OVRD PIC X(10).                                   00001740
            05 WS-BHD-DATES PIC X(25).                                  00001750
       01  WS-BRW-DATE-TEXT.                                            00001760
            05 FILLER PIC X(5) VALUE ' RUN '.                           00001770
            05 WS-BDT-FROM PIC X(8).                                    00001780
            05 FILLER PIC X(4) VALUE ' TO '.                            00001790
            05 WS-BDT-THRU PIC X(8).                                    00001800
       01  WS-BRW-COUNT-LINE.                                           00001810
            05 FILLER PIC X(13) VALUE 'BROWSE CLASS '.                  00001820
            05 WS-BCT-CLASS PIC X(12).                                  00001830
            05 FILLER PIC X(2) VALUE SPACES.                            00001840
            05 WS-BCT-COUNT PIC ZZZZZZ9.                                00001850
            05 FILLER PIC X(17) VALUE ' RECORDS LISTED'.                00001860
            05 FILLER PIC X(29) VALUE SPACES.                           00001870
       01  WS-PRINTED-LINE.                                             00001880
            05 FILLER PIC X(18) VALUE SPACES.                           00001890
            05 FILLER PIC X(14) VALUE 'LABEL PRINTED '.                 00001900
            05 WS-PRT-MM PIC 99.                                        00001910
            05 FILLER PIC X VALUE '/'.                                  00001920
            05 WS-PRT-DD PIC 99.                                        00001930
            05 FILLER PIC X VALUE '/'.                                  00001940
            05 WS-PRT-CCYY PIC 9(4).                                    00001950
            05 FILLER PIC X(38) VALUE SPACES.                           00001960
       01  WS-LABEL-NOTE-LINE.                                          00001970
            05 FILLER PIC X(18) VALUE SPACES.                           00001980
            05 WS-LNT-TEXT PIC X(40).                                   00001990
            05 FILLER PIC X(22) VALUE SPACES.                           00002000
       01  WS-NLB-HEAD-LINE.                                            00002010
            05 FILLER PIC X(14) VALUE 'NO GOOD LABEL '.                 00002020
            05 WS-NHD-CLASS PIC X(12).                                  00002030
            05 FILLER PIC X(5) VALUE ' SEQ '.                           00002040
            05 WS-NHD-LOW PIC 9(7).                                     00002050
            05 FILLER PIC X VALUE '-'.                                  00002060
            05 WS-NHD-HIGH PIC 9(7).                                    00002070
            05 FILLER PIC X(34) VALUE SPACES.                           00002080
       01  WS-NLB-COUNT-LINE.                                           00002090
            05 FILLER PIC X(14) VALUE 'NO GOOD LABEL '.                 00002100
            05 WS-NCT-CLASS PIC X(12).                                  00002110
            05 FILLER PIC X(2) VALUE SPACES.                            00002120
            05 WS-NCT-COUNT PIC ZZZZZZ9.                                00002130
            05 FILLER PIC X(17) VALUE ' RECORDS LISTED'.                00002140
            05 FILLER PIC X(28) VALUE SPACES.                           00002150
       PROCEDURE DIVISION.                                              00002160
       0000-MAIN.                                                       00002170
           OPEN INPUT MASTER-FILE                                       00002180
           IF MST-FILE-MISSING THEN                                     00002190
               DISPLAY 'FBINQ CLASSIFICATION MASTER NOT FOUND'          00002200
                   UPON CONSOLE                                         00002210
               MOVE 12 TO RETURN-CODE                                   00002220
               STOP RUN                                                 00002230
           END-IF                                                       00002240
           IF NOT MST-OK THEN                                           00002250
               DISPLAY 'FBINQ MASTER FILE OPEN ERROR, STATUS='          00002260
                   WS-MST-STATUS UPON CONSOLE                           00002270
               MOVE 32 TO RETURN-CODE                                   00002280
               STOP RUN                                                 00002290
           END-IF                                                       00002300
           OPEN OUTPUT INQUIRY-FILE                                     00002310
           IF NOT INQ-OK THEN                                           00002320
               DISPLAY 'FBINQ INQUIRY FILE OPEN ERROR, STATUS='         00002330
                   WS-INQ-STATUS UPON CONSOLE                           00002340
               MOVE 36 TO RETURN-CODE                                   00002350
               STOP RUN                                                 00002360
           END-IF                                                       00002370
           OPEN EXTEND DEMAND-FILE                                      00002380
           IF NOT DMD-OK AND NOT DMD-CREATED THEN                       00002390
               DISPLAY 'FBINQ DEMAND FILE OPEN ERROR, STATUS='          00002400
                   WS-DMD-STATUS UPON CONSOLE                           00002410
               MOVE 48 TO RETURN-CODE                                   00002420
               STOP RUN                                                 00002430
           END-IF                                                       00002440
           OPEN INPUT HISTORY-FILE                                      00002450
           IF HST-FILE-MISSING THEN                                     00002460
               MOVE 'N' TO WS-HIST-AVAIL-FLAG                           00002470
           ELSE                                                         00002480
               IF NOT HST-OK THEN                                       00002490
                   DISPLAY 'FBINQ HISTORY FILE OPEN ERROR, STATUS='     00002500
                       WS-HST-STATUS UPON CONSOLE                       00002510
                   MOVE 56 TO RETURN-CODE                               00002520
                   STOP RUN                                             00002530
               END-IF                                                   00002540
               MOVE 'Y' TO WS-HIST-AVAIL-FLAG                           00002550
           END-IF                                                       00002560
           WRITE INQUIRY-LINE FROM WS-INQ-HEADING                       00002570
           PERFORM PERF-CHECK-INQ-STATUS                                00002580
           MOVE SPACES TO INQUIRY-LINE                                  00002590
           WRITE INQUIRY-LINE                                           00002600
           PERFORM PERF-CHECK-INQ-STATUS                                00002610
           PERFORM PERF-READ-CARD                                       00002620
           PERFORM PERF-PROCESS-CARD UNTIL SYSIN-EOF                    00002630
           IF WS-REQUEST-COUNT = 0 THEN                                 00002640
               DISPLAY 'FBINQ NO INQUIRY CARDS SUPPLIED' UPON CONSOLE   00002650
               MOVE 8 TO RETURN-CODE                                    00002660
           END-IF                                                       00002670
           CLOSE MASTER-FILE                                            00002680
           CLOSE INQUIRY-FILE                                           00002690
           CLOSE DEMAND-FILE                                            00002700
           IF HIST-AVAILABLE THEN                                       00002710
               CLOSE HISTORY-FILE                                       00002720
           END-IF                                                       00002730
           IF WS-NOTFND-COUNT > 0 OR WS-BAD-CARD-COUNT > 0 THEN         00002740
               IF RETURN-CODE = 0 THEN                                  00002750
                   MOVE 4 TO RETURN-CODE                                00002760
               END-IF                                                   00002770
           END-IF                                                       00002780
           STOP RUN.                                                    00002790
       PERF-CHECK-INQ-STATUS.                                           00002800
           IF NOT INQ-OK THEN                                           00002810
               DISPLAY 'FBINQ INQUIRY FILE WRITE ERROR, STATUS='        00002820
                   WS-INQ-STATUS UPON CONSOLE                           00002830
               MOVE 40 TO RETURN-CODE                                   00002840
               STOP RUN                                                 00002850
           END-IF.                                                      00002860
       PERF-READ-CARD.                                                  00002870
           MOVE SPACES TO WS-INQ-CARD                                   00002880
           ACCEPT WS-INQ-CARD FROM SYSIN                                00002890
           IF WS-INQ-CARD = SPACES                                      00002900
               OR WS-INQ-CARD (1:2) = '/*' THEN                         00002910
               MOVE 'Y' TO WS-SYSIN-FLAG                                00002920
           END-IF.                                                      00002930
       PERF-PROCESS-CARD.                                               00002940
           ADD 1 TO WS-REQUEST-COUNT                                    00002950
           EVALUATE TRUE                                                00002960
               WHEN BROWSE-CARD                                         00002970
                   PERFORM PERF-BROWSE                                  00002980
               WHEN NOLABEL-CARD                                        00002990
                   PERFORM PERF-NOLABEL                                 00003000
               WHEN OTHER                                               00003010
                   PERFORM PERF-SEQ-CARD                                00003020
           END-EVALUATE                                                 00003030
           PERFORM PERF-READ-CARD.                                      00003040
       PERF-SEQ-CARD.                                                   00003050
           IF WS-INQ-SEQ-X IS NOT NUMERIC THEN                          00003060
               ADD 1 TO WS-BAD-CARD-COUNT                               00003070
               MOVE WS-INQ-SEQ-X TO WS-MSG-SEQ                          00003080
               MOVE 'REQUEST IS NOT A 7-DIGIT NUMBER' TO WS-MSG-TEXT    00003090
               WRITE INQUIRY-LINE FROM WS-MSG-LINE                      00003100
               PERFORM PERF-CHECK-INQ-STATUS                            00003110
           ELSE                                                         00003120
               EVALUATE TRUE                                            00003130
                   WHEN WS-INQ-ASOF-X = SPACES                          00003140
                       PERFORM PERF-LOOKUP                              00003150
                   WHEN WS-INQ-ASOF-X IS NOT NUMERIC                    00003160
                       ADD 1 TO WS-BAD-CARD-COUNT                       00003170
                       MOVE WS-INQ-SEQ-X TO WS-MSG-SEQ                  00003180
                       MOVE 'AS-OF DATE IS NOT AN 8-DIGIT DATE'         00003190
                           TO WS-MSG-TEXT                               00003200
                       WRITE INQUIRY-LINE FROM WS-MSG-LINE              00003210
                       PERFORM PERF-CHECK-INQ-STATUS                    00003220
                   WHEN OTHER                                           00003230
                       MOVE WS-INQ-ASOF-X TO WS-ASOF-DATE               00003240
                       PERFORM PERF-LOOKUP-HISTORY                      00003250
               END-EVALUATE                                             00003260
           END-IF.                                                      00003270
       PERF-LOOKUP.                                                     00003280
           MOVE WS-INQ-SEQ-X TO FB-MST-SEQ-NO                           00003290
           READ MASTER-FILE KEY IS FB-MST-SEQ-NO                        00003300
           EVALUATE TRUE                                                00003310
               WHEN MST-OK                                              00003320
                   ADD 1 TO WS-FOUND-COUNT                              00003330
                   PERFORM PERF-PRINT-FOUND                             00003340
                   PERFORM PERF-PRINT-LABEL-STATUS                      00003350
               WHEN MST-NOT-FOUND                                       00003360
                   ADD 1 TO WS-NOTFND-COUNT                             00003370
                   MOVE WS-INQ-SEQ-X TO WS-MSG-SEQ                      00003380
                   MOVE 'NOT ON CLASSIFICATION MASTER' TO WS-MSG-TEXT   00003390
                   WRITE INQUIRY-LINE FROM WS-MSG-LINE                  00003400
                   PERFORM PERF-CHECK-INQ-STATUS                        00003410
                   PERFORM PERF-WRITE-DEMAND                            00003420
               WHEN OTHER                                               00003430
                   DISPLAY 'FBINQ MASTER FILE READ ERROR, STATUS='      00003440
                       WS-MST-STATUS UPON CONSOLE                       00003450
                   MOVE 44 TO RETURN-CODE                               00003460
                   STOP RUN                                             00003470
           END-EVALUATE.                                                00003480
      *                                                                 00003490
      * A DATED REQUEST SCANS THE HISTORY FORWARD FROM THE FIRST        00003500
      * RECORD FOR THE SEQUENCE NUMBER AND KEEPS THE NEWEST ONE WHOSE   00003510
      * RUN DATE IS ON OR BEFORE THE AS-OF DATE.  THE KEY ORDERS RUN    00003520
      * DATES CHRONOLOGICALLY, SO THE SCAN STOPS AT THE FIRST RECORD    00003530
      * PAST THE AS-OF DATE OR PAST THE SEQUENCE NUMBER.                00003540
      *                                                                 00003550
       PERF-LOOKUP-HISTORY.                                             00003560
           IF NOT HIST-AVAILABLE THEN                                   00003570
               ADD 1 TO WS-NOTFND-COUNT                                 00003580
               MOVE WS-INQ-SEQ-X TO WS-MSG-SEQ                          00003590
               MOVE 'HISTORY FILE NOT AVAILABLE' TO WS-MSG-TEXT         00003600
               WRITE INQUIRY-LINE FROM WS-MSG-LINE                      00003610
               PERFORM PERF-CHECK-INQ-STATUS                            00003620
           ELSE                                                         00003630
               MOVE 'N' TO WS-HIST-HIT-FLAG                             00003640
               MOVE 'N' TO WS-HIST-SCAN-FLAG                            00003650
               MOVE WS-INQ-SEQ-X TO FB-HST-SEQ-NO                       00003660
               MOVE ZEROS TO FB-HST-RUN-DATE                            00003670
               START HISTORY-FILE KEY IS >= FB-HST-KEY                  00003680
               IF HST-OK THEN                                           00003690
                   PERFORM PERF-SCAN-HISTORY UNTIL HIST-SCAN-DONE       00003700
               END-IF                                                   00003710
               IF HIST-HIT THEN                                         00003720
                   ADD 1 TO WS-FOUND-COUNT                              00003730
                   PERFORM PERF-PRINT-HIST-FOUND                        00003740
               ELSE                                                     00003750
                   ADD 1 TO WS-NOTFND-COUNT                             00003760
                   MOVE WS-INQ-SEQ-X TO WS-MSG-SEQ                      00003770
                   MOVE 'NO HISTORY ON OR BEFORE AS-OF DATE'            00003780
                       TO WS-MSG-TEXT                                   00003790
                   WRITE INQUIRY-LINE FROM WS-MSG-LINE                  00003800
                   PERFORM PERF-CHECK-INQ-STATUS                        00003810
               END-IF                                                   00003820
           END-IF.                                                      00003830
       PERF-SCAN-HISTORY.                                               00003840
           READ HISTORY-FILE NEXT RECORD                                00003850
               AT END                                                   00003860
                   MOVE 'Y' TO WS-HIST-SCAN-FLAG                        00003870
           END-READ                                                     00003880
           IF HST-EOF THEN                                              00003890
               CONTINUE                                                 00003900
           ELSE                                                         00003910
               IF NOT HST-OK THEN                                       00003920
                   DISPLAY 'FBINQ HISTORY FILE READ ERROR, STATUS='     00003930
                       WS-HST-STATUS UPON CONSOLE                       00003940
                   MOVE 60 TO RETURN-CODE                               00003950
                   STOP RUN                                             00003960
               END-IF                                                   00003970
               IF FB-HST-SEQ-NO NOT = WS-INQ-SEQ-X                      00003980
                   OR FB-HST-RUN-DATE > WS-ASOF-DATE THEN               00003990
                   MOVE 'Y' TO WS-HIST-SCAN-FLAG                        00004000
               ELSE                                                     00004010
                   MOVE FB-HST-CLASS-CODE TO WS-SAV-CLASS               00004020
                   MOVE FB-HST-OVRD-FLAG TO WS-SAV-OVRD                 00004030
                   MOVE FB-HST-RUN-DATE TO WS-SAV-DATE                  00004040
                   MOVE FB-HST-DIVISOR-1 TO WS-SAV-D1                   00004050
                   MOVE FB-HST-DIVISOR-2 TO WS-SAV-D2                   00004060
                   MOVE FB-HST-DIVISOR-3 TO WS-SAV-D3                   00004070
                   MOVE 'Y' TO WS-HIST-HIT-FLAG                         00004080
               END-IF                                                   00004090
           END-IF.                                                      00004100
       PERF-PRINT-HIST-FOUND.                                           00004110
           MOVE WS-INQ-SEQ-X TO WS-FND-SEQ                              00004120
           MOVE WS-SAV-CLASS TO WS-FND-CLASS                            00004130
           IF WS-SAV-OVRD = 'Y' THEN                                    00004140
               MOVE ' *OVR*' TO WS-FND-OVRD                             00004150
           ELSE                                                         00004160
               MOVE SPACES TO WS-FND-OVRD                               00004170
           END-IF                                                       00004180
           MOVE WS-SAV-MM TO WS-FND-MM                                  00004190
           MOVE WS-SAV-DD TO WS-FND-DD                                  00004200
           MOVE WS-SAV-CCYY TO WS-FND-CCYY                              00004210
           MOVE WS-SAV-D1 TO WS-FND-D1                                  00004220
           MOVE WS-SAV-D2 TO WS-FND-D2                                  00004230
           MOVE WS-SAV-D3 TO WS-FND-D3                                  00004240
           WRITE INQUIRY-LINE FROM WS-FOUND-LINE                        00004250
           PERFORM PERF-CHECK-INQ-STATUS.                               00004260
      *                                                                 00004270
      * A BROWSE CARD IS CHECKED IN FULL BEFORE THE MASTER IS READ.     00004280
      * BLANK LIMITS ARE OPEN: THE WHOLE SEQUENCE RANGE AND ANY RUN     00004290
      * DATE.  A REJECTED CARD IS COUNTED WITH THE OTHER BAD CARDS.     00004300
      *                                                                 00004310
       PERF-BROWSE.                                                     00004320
           MOVE SPACES TO WS-MSG-TEXT                                   00004330
           MOVE 0 TO WS-BRW-LOW                                         00004340
           MOVE 9999999 TO WS-BRW-HIGH                                  00004350
           MOVE 0 TO WS-BRW-FROM                                        00004360
           MOVE 99999999 TO WS-BRW-THRU                                 00004370
           EVALUATE TRUE                                                00004380
               WHEN WS-BRW-CLASS = SPACES                               00004390
                   MOVE 'BROWSE CLASS CODE IS MISSING' TO WS-MSG-TEXT   00004400
               WHEN WS-BRW-LOW-X NOT = SPACES                           00004410
                   AND WS-BRW-LOW-X IS NOT NUMERIC                      00004420
               WHEN WS-BRW-HIGH-X NOT = SPACES                          00004430
                   AND WS-BRW-HIGH-X IS NOT NUMERIC                     00004440
                   MOVE 'BROWSE SEQUENCE LIMIT IS NOT 7 DIGITS'         00004450
                       TO WS-MSG-TEXT                                   00004460
               WHEN NOT BRW-OVRD-VALID                                  00004470
                   MOVE 'BROWSE OVERRIDE FLAG IS NOT Y OR BLANK'        00004480
                       TO WS-MSG-TEXT                                   00004490
               WHEN WS-BRW-FROM-X NOT = SPACES                          00004500
                   AND WS-BRW-FROM-X IS NOT NUMERIC                     00004510
               WHEN WS-BRW-THRU-X NOT = SPACES                          00004520
                   AND WS-BRW-THRU-X IS NOT NUMERIC                     00004530
                   MOVE 'BROWSE RUN DATE IS NOT AN 8-DIGIT DATE'        00004540
                       TO WS-MSG-TEXT                                   00004550
               WHEN OTHER                                               00004560
                   CONTINUE                                             00004570
           END-EVALUATE                                                 00004580
           IF WS-MSG-TEXT = SPACES THEN                                 00004590
               IF WS-BRW-LOW-X NOT = SPACES THEN                        00004600
                   MOVE WS-BRW-LOW-X TO WS-BRW-LOW                      00004610
               END-IF                                                   00004620
               IF WS-BRW-HIGH-X NOT = SPACES THEN                       00004630
                   MOVE WS-BRW-HIGH-X TO WS-BRW-HIGH                    00004640
               END-IF                                                   00004650
               IF WS-BRW-FROM-X NOT = SPACES THEN                       00004660
                   MOVE WS-BRW-FROM-X TO WS-BRW-FROM                    00004670
               END-IF                                                   00004680
               IF WS-BRW-THRU-X NOT = SPACES THEN                       00004690
                   MOVE WS-BRW-THRU-X TO WS-BRW-THRU                    00004700
               END-IF                                                   00004710
               IF WS-BRW-LOW > WS-BRW-HIGH THEN                         00004720
                   MOVE 'BROWSE SEQUENCE RANGE IS REVERSED'             00004730
                       TO WS-MSG-TEXT                                   00004740
               END-IF                                                   00004750
               IF WS-BRW-FROM > WS-BRW-THRU THEN                        00004760
                   MOVE 'BROWSE RUN DATE WINDOW IS REVERSED'            00004770
                       TO WS-MSG-TEXT                                   00004780
               END-IF                                                   00004790
           END-IF                                                       00004800
           IF WS-MSG-TEXT NOT = SPACES THEN                             00004810
               ADD 1 TO WS-BAD-CARD-COUNT                               00004820
               MOVE WS-BRW-ID TO WS-MSG-SEQ                             00004830
               WRITE INQUIRY-LINE FROM WS-MSG-LINE                      00004840
               PERFORM PERF-CHECK-INQ-STATUS                            00004850
           ELSE                                                         00004860
               PERFORM PERF-BROWSE-CLASS                                00004870
           END-IF.                                                      00004880
      *                                                                 00004890
      * POSITION ON THE FIRST MASTER RECORD OF THE CLASS THROUGH THE    00004900
      * CLASS-CODE ALTERNATE KEY AND READ FORWARD UNTIL THE CLASS       00004910
      * CHANGES.  RECORDS SHARING A CLASS CODE COME BACK IN THE ORDER   00004920
      * THEY WERE WRITTEN, NOT IN SEQUENCE-NUMBER ORDER, SO THE WHOLE   00004930
      * CLASS IS READ AND THE RANGE, OVERRIDE, AND DATE LIMITS ARE      00004940
      * APPLIED TO EACH RECORD.                                         00004950
      *                                                                 00004960
       PERF-BROWSE-CLASS.                                               00004970
           MOVE WS-BRW-CLASS TO WS-BHD-CLASS                            00004980
           MOVE WS-BRW-LOW TO WS-BHD-LOW                                00004990
           MOVE WS-BRW-HIGH TO WS-BHD-HIGH                              00005000
           IF BRW-OVRD-ONLY THEN                                        00005010
               MOVE ' *OVR* ONLY' TO WS-BHD-OVRD                        00005020
           ELSE                                                         00005030
               MOVE SPACES TO WS-BHD-OVRD                               00005040
           END-IF                                                       00005050
           IF WS-BRW-FROM-X = SPACES AND WS-BRW-THRU-X = SPACES THEN    00005060
               MOVE SPACES TO WS-BHD-DATES                              00005070
           ELSE                                                         00005080
               MOVE WS-BRW-FROM-X TO WS-BDT-FROM                        00005090
               MOVE WS-BRW-THRU-X TO WS-BDT-THRU                        00005100
               IF WS-BRW-FROM-X = SPACES THEN                           00005110
                   MOVE 'ANY' TO WS-BDT-FROM                            00005120
               END-IF                                                   00005130
               IF WS-BRW-THRU-X = SPACES THEN                           00005140
                   MOVE 'ANY' TO WS-BDT-THRU                            00005150
               END-IF                                                   00005160
               MOVE WS-BRW-DATE-TEXT TO WS-BHD-DATES                    00005170
           END-IF                                                       00005180
           WRITE INQUIRY-LINE FROM WS-BRW-HEAD-LINE                     00005190
           PERFORM PERF-CHECK-INQ-STATUS                                00005200
           MOVE 0 TO WS-BRW-COUNT                                       00005210
           MOVE 'N' TO WS-BRW-SCAN-FLAG                                 00005220
           MOVE WS-BRW-CLASS TO FB-MST-CLASS-CODE                       00005230
           START MASTER-FILE KEY IS = FB-MST-CLASS-CODE                 00005240
           EVALUATE TRUE                                                00005250
               WHEN MST-OK                                              00005260
                   PERFORM PERF-BROWSE-NEXT UNTIL BRW-SCAN-DONE         00005270
               WHEN MST-NOT-FOUND                                       00005280
                   CONTINUE                                             00005290
               WHEN OTHER                                               00005300
                   DISPLAY 'FBINQ MASTER FILE START ERROR, STATUS='     00005310
                       WS-MST-STATUS UPON CONSOLE                       00005320
                   MOVE 64 TO RETURN-CODE                               00005330
                   STOP RUN                                             00005340
           END-EVALUATE                                                 00005350
           MOVE WS-BRW-CLASS TO WS-BCT-CLASS                            00005360
           MOVE WS-BRW-COUNT TO WS-BCT-COUNT                            00005370
           WRITE INQUIRY-LINE FROM WS-BRW-COUNT-LINE                    00005380
           PERFORM PERF-CHECK-INQ-STATUS                                00005390
           MOVE SPACES TO INQUIRY-LINE                                  00005400
           WRITE INQUIRY-LINE                                           00005410
           PERFORM PERF-CHECK-INQ-STATUS.                               00005420
       PERF-BROWSE-NEXT.                                                00005430
           READ MASTER-FILE NEXT RECORD                                 00005440
               AT END                                                   00005450
                   MOVE 'Y' TO WS-BRW-SCAN-FLAG                         00005460
           END-READ                                                     00005470
           IF MST-EOF THEN                                              00005480
               CONTINUE                                                 00005490
           ELSE                                                         00005500
               IF NOT MST-NEXT-OK THEN                                  00005510
                   DISPLAY 'FBINQ MASTER FILE READ ERROR, STATUS='      00005520
                       WS-MST-STATUS UPON CONSOLE                       00005530
                   MOVE 68 TO RETURN-CODE                               00005540
                   STOP RUN                                             00005550
               END-IF                                                   00005560
               IF FB-MST-CLASS-CODE NOT = WS-BRW-CLASS THEN             00005570
                   MOVE 'Y' TO WS-BRW-SCAN-FLAG                         00005580
               ELSE                                                     00005590
                   IF FB-MST-SEQ-NO NOT < WS-BRW-LOW                    00005600
                       AND FB-MST-SEQ-NO NOT > WS-BRW-HIGH              00005610
                       AND FB-MST-RUN-DATE NOT < WS-BRW-FROM            00005620
                       AND FB-MST-RUN-DATE NOT > WS-BRW-THRU            00005630
                       AND (FB-MST-OVERRIDDEN OR NOT BRW-OVRD-ONLY) THEN00005640
                       ADD 1 TO WS-BRW-COUNT                            00005650
                       PERFORM PERF-PRINT-FOUND                         00005660
                   END-IF                                               00005670
               END-IF                                                   00005680
           END-IF.                                                      00005690
       PERF-WRITE-DEMAND.                                               00005700
           MOVE WS-INQ-SEQ-X TO FB-DMD-SEQ-NO                           00005710
           WRITE FB-DEMAND-RECORD                                       00005720
           IF NOT DMD-OK THEN                                           00005730
               DISPLAY 'FBINQ DEMAND FILE WRITE ERROR, STATUS='         00005740
                   WS-DMD-STATUS UPON CONSOLE                           00005750
               MOVE 52 TO RETURN-CODE                                   00005760
               STOP RUN                                                 00005770
           END-IF.                                                      00005780
       PERF-PRINT-FOUND.                                                00005790
           MOVE FB-MST-SEQ-NO TO WS-FND-SEQ                             00005800
           MOVE FB-MST-CLASS-CODE TO WS-FND-CLASS                       00005810
           IF FB-MST-OVERRIDDEN THEN                                    00005820
               MOVE ' *OVR*' TO WS-FND-OVRD                             00005830
           ELSE                                                         00005840
               MOVE SPACES TO WS-FND-OVRD                               00005850
           END-IF                                                       00005860
           MOVE FB-MST-RUN-MM TO WS-FND-MM                              00005870
           MOVE FB-MST-RUN-DD TO WS-FND-DD                              00005880
           MOVE FB-MST-RUN-CCYY TO WS-FND-CCYY                          00005890
           MOVE FB-MST-DIVISOR-1 TO WS-FND-D1                           00005900
           MOVE FB-MST-DIVISOR-2 TO WS-FND-D2                           00005910
           MOVE FB-MST-DIVISOR-3 TO WS-FND-D3                           00005920
           WRITE INQUIRY-LINE FROM WS-FOUND-LINE                        00005930
           PERFORM PERF-CHECK-INQ-STATUS.                               00005940
      *                                                                 00005950
      * A LABEL IS GOOD ONLY FOR THE CLASS IT WAS PRINTED WITH; A       00005960
      * RECLASSIFICATION SINCE CLEARS THE PRINTED DATE.                 00005970
      *                                                                 00005980
       PERF-PRINT-LABEL-STATUS.                                         00005990
           EVALUATE TRUE                                                00006000
               WHEN FB-MST-CLASS-CODE = 'NONE'                          00006010
                   OR FB-MST-CLASS-CODE = SPACES                        00006020
                   MOVE 'NO LABEL, CLASS NONE' TO WS-LNT-TEXT           00006030
                   WRITE INQUIRY-LINE FROM WS-LABEL-NOTE-LINE           00006040
               WHEN FB-MST-PRINT-DATE = ZEROS                           00006050
                   MOVE 'NO GOOD LABEL PRINTED FOR THIS CLASS'          00006060
                       TO WS-LNT-TEXT                                   00006070
                   WRITE INQUIRY-LINE FROM WS-LABEL-NOTE-LINE           00006080
               WHEN OTHER                                               00006090
                   MOVE FB-MST-PRINT-MM TO WS-PRT-MM                    00006100
                   MOVE FB-MST-PRINT-DD TO WS-PRT-DD                    00006110
                   MOVE FB-MST-PRINT-CCYY TO WS-PRT-CCYY                00006120
                   WRITE INQUIRY-LINE FROM WS-PRINTED-LINE              00006130
           END-EVALUATE                                                 00006140
           PERFORM PERF-CHECK-INQ-STATUS.                               00006150
      *                                                                 00006160
      * A NOLABEL CARD IS CHECKED LIKE A BROWSE CARD BUT TAKES ONLY     00006170
      * THE CLASS AND THE SEQUENCE LIMITS.                              00006180
      *                                                                 00006190
       PERF-NOLABEL.                                                    00006200
           MOVE SPACES TO WS-MSG-TEXT                                   00006210
           MOVE 0 TO WS-BRW-LOW                                         00006220
           MOVE 9999999 TO WS-BRW-HIGH                                  00006230
           EVALUATE TRUE                                                00006240
               WHEN WS-BRW-CLASS = 'NONE'                               00006250
                   MOVE 'CLASS NONE NEVER GETS A LABEL' TO WS-MSG-TEXT  00006260
               WHEN WS-BRW-LOW-X NOT = SPACES                           00006270
                   AND WS-BRW-LOW-X IS NOT NUMERIC                      00006280
               WHEN WS-BRW-HIGH-X NOT = SPACES                          00006290
                   AND WS-BRW-HIGH-X IS NOT NUMERIC                     00006300
                   MOVE 'NOLABEL SEQUENCE LIMIT IS NOT 7 DIGITS'        00006310
                       TO WS-MSG-TEXT                                   00006320
               WHEN WS-BRW-OVRD-X NOT = SPACE                           00006330
                   OR WS-BRW-FROM-X NOT = SPACES                        00006340
                   OR WS-BRW-THRU-X NOT = SPACES                        00006350
                   MOVE 'NOLABEL TAKES ONLY CLASS AND SEQUENCE'         00006360
                       TO WS-MSG-TEXT                                   00006370
               WHEN OTHER                                               00006380
                   CONTINUE                                             00006390
           END-EVALUATE                                                 00006400
           IF WS-MSG-TEXT = SPACES THEN                                 00006410
               IF WS-BRW-LOW-X NOT = SPACES THEN                        00006420
                   MOVE WS-BRW-LOW-X TO WS-BRW-LOW                      00006430
               END-IF                                                   00006440
               IF WS-BRW-HIGH-X NOT = SPACES THEN                       00006450
                   MOVE WS-BRW-HIGH-X TO WS-BRW-HIGH                    00006460
               END-IF                                                   00006470
               IF WS-BRW-LOW > WS-BRW-HIGH THEN                         00006480
                   MOVE 'NOLABEL SEQUENCE RANGE IS REVERSED'            00006490
                       TO WS-MSG-TEXT                                   00006500
               END-IF                                                   00006510
           END-IF                                                       00006520
           IF WS-MSG-TEXT NOT = SPACES THEN                             00006530
               ADD 1 TO WS-BAD-CARD-COUNT                               00006540
               MOVE WS-BRW-ID TO WS-MSG-SEQ                             00006550
               WRITE INQUIRY-LINE FROM WS-MSG-LINE                      00006560
               PERFORM PERF-CHECK-INQ-STATUS                            00006570
           ELSE                                                         00006580
               PERFORM PERF-NOLABEL-SCAN                                00006590
           END-IF.                                                      00006600
      *                                                                 00006610
      * THE MASTER IS READ FORWARD ON THE SEQUENCE NUMBER FROM THE LOW  00006620
      * LIMIT TO THE HIGH ONE, SO THE LIST COMES OUT IN NUMBER ORDER.   00006630
      *                                                                 00006640
       PERF-NOLABEL-SCAN.                                               00006650
           IF WS-BRW-CLASS = SPACES THEN                                00006660
               MOVE 'ALL CLASSES' TO WS-NHD-CLASS                       00006670
           ELSE                                                         00006680
               MOVE WS-BRW-CLASS TO WS-NHD-CLASS                        00006690
           END-IF                                                       00006700
           MOVE WS-BRW-LOW TO WS-NHD-LOW                                00006710
           MOVE WS-BRW-HIGH TO WS-NHD-HIGH                              00006720
           WRITE INQUIRY-LINE FROM WS-NLB-HEAD-LINE                     00006730
           PERFORM PERF-CHECK-INQ-STATUS                                00006740
           MOVE 0 TO WS-NLB-COUNT                                       00006750
           MOVE 'N' TO WS-BRW-SCAN-FLAG                                 00006760
           MOVE WS-BRW-LOW TO FB-MST-SEQ-NO                             00006770
           START MASTER-FILE KEY IS >= FB-MST-SEQ-NO                    00006780
           EVALUATE TRUE                                                00006790
               WHEN MST-OK                                              00006800
                   PERFORM PERF-NOLABEL-NEXT UNTIL BRW-SCAN-DONE        00006810
               WHEN MST-NOT-FOUND                                       00006820
                   CONTINUE                                             00006830
               WHEN OTHER                                               00006840
                   DISPLAY 'FBINQ MASTER FILE START ERROR, STATUS='     00006850
                       WS-MST-STATUS UPON CONSOLE                       00006860
                   MOVE 64 TO RETURN-CODE                               00006870
                   STOP RUN                                             00006880
           END-EVALUATE                                                 00006890
           MOVE WS-NHD-CLASS TO WS-NCT-CLASS                            00006900
           MOVE WS-NLB-COUNT TO WS-NCT-COUNT                            00006910
           WRITE INQUIRY-LINE FROM WS-NLB-COUNT-LINE                    00006920
           PERFORM PERF-CHECK-INQ-STATUS                                00006930
           MOVE SPACES TO INQUIRY-LINE                                  00006940
           WRITE INQUIRY-LINE                                           00006950
           PERFORM PERF-CHECK-INQ-STATUS.                               00006960
       PERF-NOLABEL-NEXT.                                               00006970
           READ MASTER-FILE NEXT RECORD                                 00006980
               AT END                                                   00006990
                   MOVE 'Y' TO WS-BRW-SCAN-FLAG                         00007000
           END-READ                                                     00007010
           IF MST-EOF THEN                                              00007020
               CONTINUE                                                 00007030
           ELSE                                                         00007040
               IF NOT MST-NEXT-OK THEN                                  00007050
                   DISPLAY 'FBINQ MASTER FILE READ ERROR, STATUS='      00007060
                       WS-MST-STATUS UPON CONSOLE                       00007070
                   MOVE 68 TO RETURN-CODE                               00007080
                   STOP RUN                                             00007090
               END-IF                                                   00007100
               IF FB-MST-SEQ-NO > WS-BRW-HIGH THEN                      00007110
                   MOVE 'Y' TO WS-BRW-SCAN-FLAG                         00007120
               ELSE                                                     00007130
                   IF FB-MST-CLASS-CODE NOT = 'NONE'                    00007140
                       AND FB-MST-CLASS-CODE NOT = SPACES               00007150
                       AND (WS-BRW-CLASS = SPACES                       00007160
                       OR FB-MST-CLASS-CODE = WS-BRW-CLASS)             00007170
                       AND FB-MST-PRINT-DATE = ZEROS THEN               00007180
                       ADD 1 TO WS-NLB-COUNT                            00007190
                       PERFORM PERF-PRINT-FOUND                         00007200
                   END-IF                                               00007210
               END-IF                                                   00007220
           END-IF.                                                      00007230
