      *                                                                 00000010
      * FBRCLRPT - RECLASSIFICATION NOTICE REPORT                       00000020
      * READS THE RECLASSIFICATION NOTICES APPENDED BY FBLOAD AND       00000030
      * FBDEMAND WHENEVER A MASTER REPLACEMENT CHANGED THE CLASS CODE   00000040
      * ALREADY PRINTED AND SHIPPED FOR A SEQUENCE NUMBER, AND PRINTS   00000050
      * EACH NOTICE WITH THE OLD AND NEW CLASS, OVERRIDE FLAG, RUN      00000060
      * DATE, AND DIVISORS, FOLLOWED BY COUNTS BY OLD-CLASS/NEW-CLASS   00000070
      * PAIR FOR CUSTOMER SERVICE AND COUNTS BY SEQUENCE BLOCK, BROKEN  00000080
      * DOWN BY PAIR, SO THE PRINT ROOM CAN PULL THE OLD STOCK.         00000090
      * THE SYSIN CARD GIVES THE SEQUENCE BLOCK SIZE IN COLUMNS 1-7;    00000100
      * A BLANK CARD TAKES BLOCKS OF 1000.  THE NOTICE FILE IS          00000110
      * CLEARED AFTER A SUCCESSFUL REPORT SO NOTICES ARE ONLY EVER      00000120
      * SENT ONCE.  A MISSING OR EMPTY NOTICE FILE IS A NORMAL          00000130
      * CONDITION AND ENDS WITH RETURN CODE 0; ANY NOTICE REPORTED      00000140
      * ENDS WITH RETURN CODE 4.                                        00000150
      * AUSTIN BITTINGER - 2026/10/15                                   00000160
      *                                                                 00000170
       IDENTIFICATION DIVISION.                                         00000180
       PROGRAM-ID. FBRCLRPT.                                            00000190
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
           SELECT OPTIONAL NOTICE-FILE ASSIGN TO "RCLSFILE"             00000240
               ORGANIZATION IS LINE SEQUENTIAL                          00000250
               FILE STATUS IS WS-NTC-STATUS.                            00000260
           SELECT REPORT-FILE ASSIGN TO "RCLRFILE"                      00000270
               ORGANIZATION IS LINE SEQUENTIAL                          00000280
               FILE STATUS IS WS-RPT-STATUS.                            00000290
       DATA DIVISION.                                                   00000300
       FILE SECTION.                                                    00000310
       FD  NOTICE-FILE                                                  00000320
           LABEL RECORDS ARE STANDARD.                                  00000330
           COPY FBRCLS.                                                 00000340
       FD  REPORT-FILE                                                  00000350
           LABEL RECORDS ARE STANDARD.                                  00000360
       01  REPORT-LINE PIC X(80).                                       00000370
       WORKING-STORAGE SECTION.                                         00000380
       01  WS-NTC-STATUS PIC XX.                                        00000390
            88 NTC-OK VALUE '00'.                                       00000400
            88 NTC-CREATED VALUE '05'.                                  00000410
            88 NTC-EOF VALUE '10'.                                      00000420
       01  WS-RPT-STATUS PIC XX.                                        00000430
            88 RPT-OK VALUE '00'.                                       00000440
       01  WS-PARM-CARD.                                                00000450
            05 WS-PARM-BLOCK PIC X(7).                                  00000460
            05 FILLER PIC X(73).                                        00000470
       01  WS-BLOCK-SIZE PIC 9(7) VALUE 1000.                           00000480
       01  WS-CLASS-NAMES.                                              00000490
            05 FILLER PIC X(12) VALUE 'FIZZ'.                           00000500
            05 FILLER PIC X(12) VALUE 'BUZZ'.                           00000510
            05 FILLER PIC X(12) VALUE 'BAZZ'.                           00000520
            05 FILLER PIC X(12) VALUE 'FIZZBUZZ'.                       00000530
            05 FILLER PIC X(12) VALUE 'FIZZBAZZ'.                       00000540
            05 FILLER PIC X(12) VALUE 'BUZZBAZZ'.                       00000550
            05 FILLER PIC X(12) VALUE 'FIZZBUZZBAZZ'.                   00000560
            05 FILLER PIC X(12) VALUE 'NONE'.                           00000570
            05 FILLER PIC X(12) VALUE 'OTHER'.                          00000580
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.                00000590
            05 WS-CLASS-NAME OCCURS 9 TIMES PIC X(12).                  00000600
       01  WS-CLASS-IX PIC 9(2) VALUE 0.                                00000610
       01  WS-OLD-IX PIC 9(2) VALUE 0.                                  00000620
       01  WS-NEW-IX PIC 9(2) VALUE 0.                                  00000630
       01  WS-WORK-CODE PIC X(12).                                      00000640
       01  WS-PAIR-MATRIX.                                              00000650
            05 WS-PAIR-ROW OCCURS 9 TIMES.                              00000660
                10 WS-PAIR-CNT OCCURS 9 TIMES PIC 9(7).                 00000670
       01  WS-CUR-BLOCK PIC 9(7) VALUE 0.                               00000680
       01  WS-BLK-COUNT PIC 9(4) VALUE 0.                               00000690
       01  WS-BLK-LIMIT PIC 9(4) VALUE 100.                             00000700
       01  WS-BLK-IX PIC 9(4) VALUE 0.                                  00000710
       01  WS-BLK-POS PIC 9(4) VALUE 0.                                 00000720
       01  WS-SHIFT-IX PIC 9(4) VALUE 0.                                00000730
       01  WS-DEST-IX PIC 9(4) VALUE 0.                                 00000740
       01  WS-BLK-POS-FLAG PIC X VALUE 'N'.                             00000750
            88 BLOCK-POS-FOUND VALUE 'Y'.                               00000760
       01  WS-BLOCK-TABLE.                                              00000770
            05 WS-BLK-ENTRY OCCURS 100 TIMES.                           00000780
                10 WS-BLK-NO PIC 9(7).                                  00000790
                10 WS-BLK-TOTAL PIC 9(7).                               00000800
                10 WS-BLK-PAIR-ROW OCCURS 9 TIMES.                      00000810
                    15 WS-BLK-PAIR-CNT OCCURS 9 TIMES PIC 9(7).         00000820
       01  WS-BLK-LOW PIC 9(8) VALUE 0.                                 00000830
       01  WS-BLK-HIGH PIC 9(8) VALUE 0.                                00000840
       01  WS-NOTICE-COUNT PIC 9(7) VALUE 0.                            00000850
       01  WS-LOAD-COUNT PIC 9(7) VALUE 0.                              00000860
       01  WS-DEMAND-COUNT PIC 9(7) VALUE 0.                            00000870
       01  WS-OVRD-CHG-COUNT PIC 9(7) VALUE 0.                          00000880
       01  WS-BAD-REC-COUNT PIC 9(7) VALUE 0.                           00000890
       01  WS-DETAIL-LIMIT PIC 9(7) VALUE 500.                          00000900
       01  WS-RPT-HEADING PIC X(80)                                     00000910
               VALUE 'FIZZBUZZ RECLASSIFICATION NOTICES'.               00000920
       01  WS-WAS-LINE.                                                 00000930
            05 FILLER PIC X(9) VALUE 'SEQUENCE '.                       00000940
            05 WS-WAS-SEQ PIC ZZZZZZ9.                                  00000950
            05 FILLER PIC X(2) VALUE SPACES.                            00000960
            05 FILLER PIC X(4) VALUE 'WAS '.                            00000970
            05 WS-WAS-CLASS PIC X(12).                                  00000980
            05 WS-WAS-OVRD PIC X(6).                                    00000990
            05 FILLER PIC X(2) VALUE SPACES.                            00001000
            05 WS-WAS-DATE PIC 9(8).                                    00001010
            05 FILLER PIC X(2) VALUE SPACES.                            00001020
            05 FILLER PIC X(4) VALUE 'DIV '.                            00001030
            05 WS-WAS-DIV-1 PIC ZZZZZZ9.                                00001040
            05 FILLER PIC X VALUE SPACE.                                00001050
            05 WS-WAS-DIV-2 PIC ZZZZZZ9.                                00001060
            05 FILLER PIC X VALUE SPACE.                                00001070
            05 WS-WAS-DIV-3 PIC ZZZZZZ9.                                00001080
            05 FILLER PIC X VALUE SPACE.                                00001090
       01  WS-NOW-LINE.                                                 00001100
            05 FILLER PIC X(9) VALUE SPACES.                            00001110
            05 WS-NOW-PGM PIC X(8).                                     00001120
            05 FILLER PIC X VALUE SPACE.                                00001130
            05 FILLER PIC X(4) VALUE 'NOW '.                            00001140
            05 WS-NOW-CLASS PIC X(12).                                  00001150
            05 WS-NOW-OVRD PIC X(6).                                    00001160
            05 FILLER PIC X(2) VALUE SPACES.                            00001170
            05 WS-NOW-DATE PIC 9(8).                                    00001180
            05 FILLER PIC X(2) VALUE SPACES.                            00001190
            05 FILLER PIC X(4) VALUE 'DIV '.                            00001200
            05 WS-NOW-DIV-1 PIC ZZZZZZ9.                                00001210
            05 FILLER PIC X VALUE SPACE.                                00001220
            05 WS-NOW-DIV-2 PIC ZZZZZZ9.                                00001230
            05 FILLER PIC X VALUE SPACE.                                00001240
            05 WS-NOW-DIV-3 PIC ZZZZZZ9.                                00001250
            05 FILLER PIC X VALUE SPACE.                                00001260
       01  WS-PAIR-LINE.                                                00001270
            05 FILLER PIC X(5) VALUE SPACES.                            00001280
            05 WS-PRL-OLD PIC X(12).                                    00001290
            05 FILLER PIC X(4) VALUE ' -> '.                            00001300
            05 WS-PRL-NEW PIC X(12).                                    00001310
            05 FILLER PIC X(2) VALUE SPACES.                            00001320
            05 WS-PRL-COUNT PIC ZZZ,ZZZ,ZZ9.                            00001330
            05 FILLER PIC X(34) VALUE SPACES.                           00001340
       01  WS-BLOCK-LINE.                                               00001350
            05 FILLER PIC X(6) VALUE 'BLOCK '.                          00001360
            05 WS-BKL-LOW PIC ZZZZZZ9.                                  00001370
            05 FILLER PIC X(4) VALUE ' TO '.                            00001380
            05 WS-BKL-HIGH PIC ZZZZZZ9.                                 00001390
            05 FILLER PIC X(2) VALUE SPACES.                            00001400
            05 FILLER PIC X(8) VALUE 'NOTICES '.                        00001410
            05 WS-BKL-COUNT PIC ZZZ,ZZZ,ZZ9.                            00001420
            05 FILLER PIC X(35) VALUE SPACES.                           00001430
       01  WS-SUMMARY-LINE.                                             00001440
            05 FILLER PIC X(5) VALUE SPACES.                            00001450
            05 WS-SUM-LABEL PIC X(30).                                  00001460
            05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.                            00001470
            05 FILLER PIC X(34) VALUE SPACES.                           00001480
       PROCEDURE DIVISION.                                              00001490
       0000-MAIN.                                                       00001500
           MOVE SPACES TO WS-PARM-CARD                                  00001510
           ACCEPT WS-PARM-CARD FROM SYSIN                               00001520
           IF WS-PARM-BLOCK NOT = SPACES THEN                           00001530
               IF WS-PARM-BLOCK IS NOT NUMERIC THEN                     00001540
                   DISPLAY 'FBRCLRPT BLOCK SIZE IS NOT NUMERIC: '       00001550
                       WS-PARM-BLOCK UPON CONSOLE                       00001560
                   MOVE 8 TO RETURN-CODE                                00001570
                   STOP RUN                                             00001580
               END-IF                                                   00001590
               MOVE WS-PARM-BLOCK TO WS-BLOCK-SIZE                      00001600
               IF WS-BLOCK-SIZE = 0 THEN                                00001610
                   DISPLAY 'FBRCLRPT BLOCK SIZE IS ZERO' UPON CONSOLE   00001620
                   MOVE 8 TO RETURN-CODE                                00001630
                   STOP RUN                                             00001640
               END-IF                                                   00001650
           END-IF                                                       00001660
           OPEN INPUT NOTICE-FILE                                       00001670
           IF NOT NTC-OK AND NOT NTC-CREATED THEN                       00001680
               DISPLAY 'FBRCLRPT NOTICE FILE OPEN ERROR, STATUS='       00001690
                   WS-NTC-STATUS UPON CONSOLE                           00001700
               MOVE 32 TO RETURN-CODE                                   00001710
               STOP RUN                                                 00001720
           END-IF                                                       00001730
           OPEN OUTPUT REPORT-FILE                                      00001740
           IF NOT RPT-OK THEN                                           00001750
               DISPLAY 'FBRCLRPT REPORT FILE OPEN ERROR, STATUS='       00001760
                   WS-RPT-STATUS UPON CONSOLE                           00001770
               MOVE 40 TO RETURN-CODE                                   00001780
               STOP RUN                                                 00001790
           END-IF                                                       00001800
           WRITE REPORT-LINE FROM WS-RPT-HEADING                        00001810
           PERFORM PERF-CHECK-RPT-STATUS                                00001820
           MOVE SPACES TO REPORT-LINE                                   00001830
           WRITE REPORT-LINE                                            00001840
           PERFORM PERF-CHECK-RPT-STATUS                                00001850
           MOVE ZEROS TO WS-PAIR-MATRIX                                 00001860
           PERFORM PERF-READ-NOTICE                                     00001870
           PERFORM PERF-PROCESS-NOTICE UNTIL NTC-EOF                    00001880
           PERFORM PERF-PRINT-PAIRS                                     00001890
           PERFORM PERF-PRINT-BLOCKS                                    00001900
           PERFORM PERF-PRINT-SUMMARY                                   00001910
           CLOSE NOTICE-FILE                                            00001920
           CLOSE REPORT-FILE                                            00001930
           IF WS-NOTICE-COUNT > 0 OR WS-BAD-REC-COUNT > 0 THEN          00001940
               PERFORM PERF-CLEAR-NOTICES                               00001950
           END-IF                                                       00001960
           DISPLAY 'FBRCLRPT NOTICES REPORTED: ' WS-NOTICE-COUNT        00001970
               ', INVALID: ' WS-BAD-REC-COUNT UPON CONSOLE              00001980
           IF WS-NOTICE-COUNT > 0 THEN                                  00001990
               MOVE 4 TO RETURN-CODE                                    00002000
           END-IF                                                       00002010
           STOP RUN.                                                    00002020
       PERF-CHECK-RPT-STATUS.                                           00002030
           IF NOT RPT-OK THEN                                           00002040
               DISPLAY 'FBRCLRPT REPORT FILE WRITE ERROR, STATUS='      00002050
                   WS-RPT-STATUS UPON CONSOLE                           00002060
               MOVE 44 TO RETURN-CODE                                   00002070
               STOP RUN                                                 00002080
           END-IF.                                                      00002090
       PERF-READ-NOTICE.                                                00002100
           READ NOTICE-FILE                                             00002110
               AT END CONTINUE                                          00002120
           END-READ                                                     00002130
           IF NOT NTC-OK AND NOT NTC-EOF THEN                           00002140
               DISPLAY 'FBRCLRPT NOTICE FILE READ ERROR, STATUS='       00002150
                   WS-NTC-STATUS UPON CONSOLE                           00002160
               MOVE 36 TO RETURN-CODE                                   00002170
               STOP RUN                                                 00002180
           END-IF.                                                      00002190
       PERF-PROCESS-NOTICE.                                             00002200
           IF FB-RCN-SEQ-NO IS NOT NUMERIC THEN                         00002210
               ADD 1 TO WS-BAD-REC-COUNT                                00002220
               DISPLAY 'FBRCLRPT NOTICE RECORD INVALID, IGNORED: '      00002230
                   FB-RECLASS-NOTICE UPON CONSOLE                       00002240
           ELSE                                                         00002250
               ADD 1 TO WS-NOTICE-COUNT                                 00002260
               IF FB-RCN-PROGRAM = 'FBDEMAND' THEN                      00002270
                   ADD 1 TO WS-DEMAND-COUNT                             00002280
               ELSE                                                     00002290
                   ADD 1 TO WS-LOAD-COUNT                               00002300
               END-IF                                                   00002310
               IF FB-RCN-OLD-OVRD-FLAG NOT = FB-RCN-NEW-OVRD-FLAG THEN  00002320
                   ADD 1 TO WS-OVRD-CHG-COUNT                           00002330
               END-IF                                                   00002340
               MOVE FB-RCN-OLD-CLASS-CODE TO WS-WORK-CODE               00002350
               PERFORM PERF-SET-CLASS-IX                                00002360
               MOVE WS-CLASS-IX TO WS-OLD-IX                            00002370
               MOVE FB-RCN-NEW-CLASS-CODE TO WS-WORK-CODE               00002380
               PERFORM PERF-SET-CLASS-IX                                00002390
               MOVE WS-CLASS-IX TO WS-NEW-IX                            00002400
               ADD 1 TO WS-PAIR-CNT (WS-OLD-IX, WS-NEW-IX)              00002410
               PERFORM PERF-COUNT-BLOCK                                 00002420
               IF WS-NOTICE-COUNT NOT > WS-DETAIL-LIMIT THEN            00002430
                   PERFORM PERF-PRINT-NOTICE                            00002440
               END-IF                                                   00002450
           END-IF                                                       00002460
           PERFORM PERF-READ-NOTICE.                                    00002470
       PERF-PRINT-NOTICE.                                               00002480
           MOVE FB-RCN-SEQ-NO TO WS-WAS-SEQ                             00002490
           MOVE FB-RCN-OLD-CLASS-CODE TO WS-WAS-CLASS                   00002500
           IF FB-RCN-OLD-OVERRIDDEN THEN                                00002510
               MOVE ' *OVR*' TO WS-WAS-OVRD                             00002520
           ELSE                                                         00002530
               MOVE SPACES TO WS-WAS-OVRD                               00002540
           END-IF                                                       00002550
           MOVE FB-RCN-OLD-RUN-DATE TO WS-WAS-DATE                      00002560
           MOVE FB-RCN-OLD-DIVISOR-1 TO WS-WAS-DIV-1                    00002570
           MOVE FB-RCN-OLD-DIVISOR-2 TO WS-WAS-DIV-2                    00002580
           MOVE FB-RCN-OLD-DIVISOR-3 TO WS-WAS-DIV-3                    00002590
           WRITE REPORT-LINE FROM WS-WAS-LINE                           00002600
           PERFORM PERF-CHECK-RPT-STATUS                                00002610
           MOVE FB-RCN-PROGRAM TO WS-NOW-PGM                            00002620
           MOVE FB-RCN-NEW-CLASS-CODE TO WS-NOW-CLASS                   00002630
           IF FB-RCN-NEW-OVERRIDDEN THEN                                00002640
               MOVE ' *OVR*' TO WS-NOW-OVRD                             00002650
           ELSE                                                         00002660
               MOVE SPACES TO WS-NOW-OVRD                               00002670
           END-IF                                                       00002680
           MOVE FB-RCN-NEW-RUN-DATE TO WS-NOW-DATE                      00002690
           MOVE FB-RCN-NEW-DIVISOR-1 TO WS-NOW-DIV-1                    00002700
           MOVE FB-RCN-NEW-DIVISOR-2 TO WS-NOW-DIV-2                    00002710
           MOVE FB-RCN-NEW-DIVISOR-3 TO WS-NOW-DIV-3                    00002720
           WRITE REPORT-LINE FROM WS-NOW-LINE                           00002730
           PERFORM PERF-CHECK-RPT-STATUS.                               00002740
       PERF-SET-CLASS-IX.                                               00002750
           EVALUATE WS-WORK-CODE                                        00002760
               WHEN 'FIZZ'                                              00002770
                   MOVE 1 TO WS-CLASS-IX                                00002780
               WHEN 'BUZZ'                                              00002790
                   MOVE 2 TO WS-CLASS-IX                                00002800
               WHEN 'BAZZ'                                              00002810
                   MOVE 3 TO WS-CLASS-IX                                00002820
               WHEN 'FIZZBUZZ'                                          00002830
                   MOVE 4 TO WS-CLASS-IX                                00002840
               WHEN 'FIZZBAZZ'                                          00002850
                   MOVE 5 TO WS-CLASS-IX                                00002860
               WHEN 'BUZZBAZZ'                                          00002870
                   MOVE 6 TO WS-CLASS-IX                                00002880
               WHEN 'FIZZBUZZBAZZ'                                      00002890
                   MOVE 7 TO WS-CLASS-IX                                00002900
               WHEN 'NONE'                                              00002910
                   MOVE 8 TO WS-CLASS-IX                                00002920
               WHEN OTHER                                               00002930
                   MOVE 9 TO WS-CLASS-IX                                00002940
           END-EVALUATE.                                                00002950
      *                                                                 00002960
      * THE BLOCK TABLE IS KEPT IN ASCENDING BLOCK ORDER AS NOTICES     00002970
      * ARRIVE, SO THE PRINT ROOM LIST COMES OUT IN SEQUENCE ORDER.     00002980
      * A BLOCK NOT YET IN THE TABLE IS INSERTED AT ITS PLACE.          00002990
      *                                                                 00003000
       PERF-COUNT-BLOCK.                                                00003010
           DIVIDE WS-BLOCK-SIZE INTO FB-RCN-SEQ-NO GIVING WS-CUR-BLOCK  00003020
           MOVE 'N' TO WS-BLK-POS-FLAG                                  00003030
           COMPUTE WS-BLK-POS = WS-BLK-COUNT + 1                        00003040
           IF WS-BLK-COUNT > 0 THEN                                     00003050
               PERFORM PERF-SCAN-BLOCK                                  00003060
                   VARYING WS-BLK-IX FROM 1 BY 1                        00003070
                   UNTIL WS-BLK-IX > WS-BLK-COUNT                       00003080
                   OR BLOCK-POS-FOUND                                   00003090
           END-IF                                                       00003100
           IF WS-BLK-POS > WS-BLK-COUNT THEN                            00003110
               PERFORM PERF-INSERT-BLOCK                                00003120
           ELSE                                                         00003130
               IF WS-BLK-NO (WS-BLK-POS) NOT = WS-CUR-BLOCK THEN        00003140
                   PERFORM PERF-INSERT-BLOCK                            00003150
               END-IF                                                   00003160
           END-IF                                                       00003170
           ADD 1 TO WS-BLK-TOTAL (WS-BLK-POS)                           00003180
           ADD 1 TO WS-BLK-PAIR-CNT (WS-BLK-POS, WS-OLD-IX, WS-NEW-IX). 00003190
       PERF-SCAN-BLOCK.                                                 00003200
           IF WS-BLK-NO (WS-BLK-IX) >= WS-CUR-BLOCK THEN                00003210
               MOVE WS-BLK-IX TO WS-BLK-POS                             00003220
               MOVE 'Y' TO WS-BLK-POS-FLAG                              00003230
           END-IF.                                                      00003240
       PERF-INSERT-BLOCK.                                               00003250
           IF WS-BLK-COUNT >= WS-BLK-LIMIT THEN                         00003260
               DISPLAY 'FBRCLRPT BLOCK TABLE FULL, LIMIT='              00003270
                   WS-BLK-LIMIT UPON CONSOLE                            00003280
               MOVE 48 TO RETURN-CODE                                   00003290
               STOP RUN                                                 00003300
           END-IF                                                       00003310
           IF WS-BLK-POS <= WS-BLK-COUNT THEN                           00003320
               PERFORM PERF-SHIFT-BLOCK                                 00003330
                   VARYING WS-SHIFT-IX FROM WS-BLK-COUNT BY -1          00003340
                   UNTIL WS-SHIFT-IX < WS-BLK-POS                       00003350
           END-IF                                                       00003360
           ADD 1 TO WS-BLK-COUNT                                        00003370
           MOVE ZEROS TO WS-BLK-ENTRY (WS-BLK-POS)                      00003380
           MOVE WS-CUR-BLOCK TO WS-BLK-NO (WS-BLK-POS).                 00003390
       PERF-SHIFT-BLOCK.                                                00003400
           COMPUTE WS-DEST-IX = WS-SHIFT-IX + 1                         00003410
           MOVE WS-BLK-ENTRY (WS-SHIFT-IX) TO WS-BLK-ENTRY (WS-DEST-IX).00003420
       PERF-PRINT-PAIRS.                                                00003430
           IF WS-NOTICE-COUNT > WS-DETAIL-LIMIT THEN                    00003440
               MOVE SPACES TO REPORT-LINE                               00003450
               MOVE 'FURTHER NOTICE DETAIL SUPPRESSED' TO REPORT-LINE   00003460
               WRITE REPORT-LINE                                        00003470
               PERFORM PERF-CHECK-RPT-STATUS                            00003480
           END-IF                                                       00003490
           MOVE SPACES TO REPORT-LINE                                   00003500
           WRITE REPORT-LINE                                            00003510
           PERFORM PERF-CHECK-RPT-STATUS                                00003520
           MOVE 'NOTICES BY OLD-CLASS/NEW-CLASS PAIR' TO REPORT-LINE    00003530
           WRITE REPORT-LINE                                            00003540
           PERFORM PERF-CHECK-RPT-STATUS                                00003550
           PERFORM PERF-PRINT-PAIR-ROW                                  00003560
               VARYING WS-OLD-IX FROM 1 BY 1                            00003570
               UNTIL WS-OLD-IX > 9.                                     00003580
       PERF-PRINT-PAIR-ROW.                                             00003590
           PERFORM PERF-PRINT-PAIR-CELL                                 00003600
               VARYING WS-NEW-IX FROM 1 BY 1                            00003610
               UNTIL WS-NEW-IX > 9.                                     00003620
       PERF-PRINT-PAIR-CELL.                                            00003630
           IF WS-PAIR-CNT (WS-OLD-IX, WS-NEW-IX) > 0 THEN               00003640
               MOVE WS-CLASS-NAME (WS-OLD-IX) TO WS-PRL-OLD             00003650
               MOVE WS-CLASS-NAME (WS-NEW-IX) TO WS-PRL-NEW             00003660
               MOVE WS-PAIR-CNT (WS-OLD-IX, WS-NEW-IX)                  00003670
                   TO WS-PRL-COUNT                                      00003680
               WRITE REPORT-LINE FROM WS-PAIR-LINE                      00003690
               PERFORM PERF-CHECK-RPT-STATUS                            00003700
           END-IF.                                                      00003710
       PERF-PRINT-BLOCKS.                                               00003720
           MOVE SPACES TO REPORT-LINE                                   00003730
           WRITE REPORT-LINE                                            00003740
           PERFORM PERF-CHECK-RPT-STATUS                                00003750
           MOVE 'NOTICES BY SEQUENCE BLOCK' TO REPORT-LINE              00003760
           WRITE REPORT-LINE                                            00003770
           PERFORM PERF-CHECK-RPT-STATUS                                00003780
           PERFORM PERF-PRINT-BLOCK                                     00003790
               VARYING WS-BLK-IX FROM 1 BY 1                            00003800
               UNTIL WS-BLK-IX > WS-BLK-COUNT.                          00003810
       PERF-PRINT-BLOCK.                                                00003820
           COMPUTE WS-BLK-LOW = WS-BLK-NO (WS-BLK-IX) * WS-BLOCK-SIZE   00003830
           COMPUTE WS-BLK-HIGH = WS-BLK-LOW + WS-BLOCK-SIZE - 1         00003840
           IF WS-BLK-HIGH > 9999999 THEN                                00003850
               MOVE 9999999 TO WS-BLK-HIGH                              00003860
           END-IF                                                       00003870
           MOVE WS-BLK-LOW TO WS-BKL-LOW                                00003880
           MOVE WS-BLK-HIGH TO WS-BKL-HIGH                              00003890
           MOVE WS-BLK-TOTAL (WS-BLK-IX) TO WS-BKL-COUNT                00003900
           WRITE REPORT-LINE FROM WS-BLOCK-LINE                         00003910
           PERFORM PERF-CHECK-RPT-STATUS                                00003920
           PERFORM PERF-PRINT-BLOCK-ROW                                 00003930
               VARYING WS-OLD-IX FROM 1 BY 1                            00003940
               UNTIL WS-OLD-IX > 9.                                     00003950
       PERF-PRINT-BLOCK-ROW.                                            00003960
           PERFORM PERF-PRINT-BLOCK-CELL                                00003970
               VARYING WS-NEW-IX FROM 1 BY 1                            00003980
               UNTIL WS-NEW-IX > 9.                                     00003990
       PERF-PRINT-BLOCK-CELL.                                           00004000
           IF WS-BLK-PAIR-CNT (WS-BLK-IX, WS-OLD-IX, WS-NEW-IX) > 0 THEN00004010
               MOVE WS-CLASS-NAME (WS-OLD-IX) TO WS-PRL-OLD             00004020
               MOVE WS-CLASS-NAME (WS-NEW-IX) TO WS-PRL-NEW             00004030
               MOVE WS-BLK-PAIR-CNT (WS-BLK-IX, WS-OLD-IX, WS-NEW-IX)   00004040
                   TO WS-PRL-COUNT                                      00004050
               WRITE REPORT-LINE FROM WS-PAIR-LINE                      00004060
               PERFORM PERF-CHECK-RPT-STATUS                            00004070
           END-IF.                                                      00004080
       PERF-PRINT-SUMMARY.                                              00004090
           MOVE SPACES TO REPORT-LINE                                   00004100
           WRITE REPORT-LINE                                            00004110
           PERFORM PERF-CHECK-RPT-STATUS                                00004120
           MOVE 'NOTICES REPORTED' TO WS-SUM-LABEL                      00004130
           MOVE WS-NOTICE-COUNT TO WS-SUM-COUNT                         00004140
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00004150
           PERFORM PERF-CHECK-RPT-STATUS                                00004160
           MOVE 'FROM FBLOAD' TO WS-SUM-LABEL                           00004170
           MOVE WS-LOAD-COUNT TO WS-SUM-COUNT                           00004180
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00004190
           PERFORM PERF-CHECK-RPT-STATUS                                00004200
           MOVE 'FROM FBDEMAND' TO WS-SUM-LABEL                         00004210
           MOVE WS-DEMAND-COUNT TO WS-SUM-COUNT                         00004220
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00004230
           PERFORM PERF-CHECK-RPT-STATUS                                00004240
           MOVE 'TO OR FROM AN OVERRIDE' TO WS-SUM-LABEL                00004250
           MOVE WS-OVRD-CHG-COUNT TO WS-SUM-COUNT                       00004260
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00004270
           PERFORM PERF-CHECK-RPT-STATUS                                00004280
           MOVE 'SEQUENCE BLOCKS' TO WS-SUM-LABEL                       00004290
           MOVE WS-BLK-COUNT TO WS-SUM-COUNT                            00004300
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00004310
           PERFORM PERF-CHECK-RPT-STATUS                                00004320
           MOVE 'SEQUENCE BLOCK SIZE' TO WS-SUM-LABEL                   00004330
           MOVE WS-BLOCK-SIZE TO WS-SUM-COUNT                           00004340
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00004350
           PERFORM PERF-CHECK-RPT-STATUS                                00004360
           MOVE 'INVALID NOTICES IGNORED' TO WS-SUM-LABEL               00004370
           MOVE WS-BAD-REC-COUNT TO WS-SUM-COUNT                        00004380
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00004390
           PERFORM PERF-CHECK-RPT-STATUS.                               00004400
       PERF-CLEAR-NOTICES.                                              00004410
           OPEN OUTPUT NOTICE-FILE                                      00004420
           IF NOT NTC-OK AND NOT NTC-CREATED THEN                       00004430
               DISPLAY 'FBRCLRPT NOTICE FILE CLEAR ERROR, STATUS='      00004440
                   WS-NTC-STATUS UPON CONSOLE                           00004450
               MOVE 52 TO RETURN-CODE                                   00004460
               STOP RUN                                                 00004470
           END-IF                                                       00004480
           CLOSE NOTICE-FILE.                                           00004490
