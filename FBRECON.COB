      *                                                                 00000010
      * FBRECON - MASTER, HISTORY, AND CATALOG RECONCILIATION           00000020
      * WALKS THE KEYED CLASSIFICATION MASTER AND THE CLASSIFICATION    00000030
      * HISTORY TOGETHER IN SEQUENCE NUMBER ORDER AND PROVES THEY       00000040
      * STILL AGREE WITH EACH OTHER AND WITH THE GENERATION CATALOG,    00000050
      * SINCE FBLOAD, FBDEMAND, FBPURGE, FBRESTOR, AND THE CLASSIFIER   00000060
      * EACH UPDATE ONLY SOME OF THEM.  THE REPORT LISTS:               00000070
      *   EVERY MASTER RECORD THAT DIFFERS FROM THE NEWEST HISTORY      00000080
      *   RECORD FOR ITS NUMBER ON CLASS, OVERRIDE FLAG, RUN DATE, OR   00000090
      *   DIVISORS, AND EVERY MASTER RECORD WITH NO HISTORY AT ALL;     00000100
      *   EVERY NUMBER ON THE HISTORY WITH NO MASTER RECORD THAT THE    00000110
      *   FBPURGE PURGE LOG DOES NOT ACCOUNT FOR;                       00000120
      *   EVERY CATALOGED GENERATION WITH EXTRACT DETAILS OF WHICH      00000130
      *   NOTHING REACHED THE HISTORY (NO HISTORY RECORD IN ITS RANGE   00000140
      *   CARRIES ITS RUN DATE), I.E. IT WAS NEVER LOADED.              00000150
      * A Y IN COLUMN 1 OF THE SYSIN CARD ALSO WRITES A CORRECTION      00000160
      * DECK IN MASTER RECORD FORMAT, ONE RECORD BUILT FROM THE NEWEST  00000170
      * HISTORY FOR EVERY MISMATCHED OR UNACCOUNTED NUMBER, FOR         00000180
      * FBRESTOR TO APPLY WITH ITS C CARD.  ANY EXCEPTION ENDS WITH     00000190
      * RETURN CODE 8; A MISSING MASTER OR HISTORY ENDS WITH 12.        00000200
      * AUSTIN BITTINGER - 2026/10/15                                   00000210
      *                                                                 00000220
       IDENTIFICATION DIVISION.                                         00000230
       PROGRAM-ID. FBRECON.                                             00000240
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000250
       ENVIRONMENT DIVISION.                                            00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"                      00000290
               ORGANIZATION IS INDEXED                                  00000300
               ACCESS MODE IS SEQUENTIAL                                00000310
               RECORD KEY IS FB-MST-SEQ-NO                              00000320
               ALTERNATE RECORD KEY IS FB-MST-CLASS-CODE                00000330
                   WITH DUPLICATES                                      00000340
               FILE STATUS IS WS-MST-STATUS.                            00000350
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"                     00000360
               ORGANIZATION IS INDEXED                                  00000370
               ACCESS MODE IS SEQUENTIAL                                00000380
               RECORD KEY IS FB-HST-KEY                                 00000390
               FILE STATUS IS WS-HST-STATUS.                            00000400
           SELECT OPTIONAL PURGE-LOG-FILE ASSIGN TO "PURGFILE"          00000410
               ORGANIZATION IS INDEXED                                  00000420
               ACCESS MODE IS RANDOM                                    00000430
               RECORD KEY IS FB-PLG-SEQ-NO                              00000440
               FILE STATUS IS WS-PLG-STATUS.                            00000450
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "CATFILE"             00000460
               ORGANIZATION IS LINE SEQUENTIAL                          00000470
               FILE STATUS IS WS-CAT-STATUS.                            00000480
           SELECT RECON-REPORT-FILE ASSIGN TO "RCNFILE"                 00000490
               ORGANIZATION IS LINE SEQUENTIAL                          00000500
               FILE STATUS IS WS-RCN-STATUS.                            00000510
           SELECT CORRECTION-FILE ASSIGN TO "CORRFILE"                  00000520
               ORGANIZATION IS LINE SEQUENTIAL                          00000530
               FILE STATUS IS WS-COR-STATUS.                            00000540
       DATA DIVISION.                                                   00000550
       FILE SECTION.                                                    00000560
       FD  MASTER-FILE                                                  00000570
           LABEL RECORDS ARE STANDARD.                                  00000580
           COPY FBMSTR.                                                 00000590
       FD  HISTORY-FILE                                                 00000600
           LABEL RECORDS ARE STANDARD.                                  00000610
           COPY FBHIST.                                                 00000620
       FD  PURGE-LOG-FILE                                               00000630
           LABEL RECORDS ARE STANDARD.                                  00000640
           COPY FBPLOG.                                                 00000650
       FD  CATALOG-FILE                                                 00000660
           LABEL RECORDS ARE STANDARD.                                  00000670
           COPY FBCATLG.                                                00000680
       FD  RECON-REPORT-FILE                                            00000690
           LABEL RECORDS ARE STANDARD.                                  00000700
       01  RECON-REPORT-LINE PIC X(80).                                 00000710
       FD  CORRECTION-FILE                                              00000720
           LABEL RECORDS ARE STANDARD.                                  00000730
           COPY FBMSTR REPLACING LEADING ==FB-== BY ==COR-==.           00000740
       WORKING-STORAGE SECTION.                                         00000750
       01  WS-MST-STATUS PIC XX.                                        00000760
            88 MST-OK VALUE '00'.                                       00000770
            88 MST-EOF VALUE '10'.                                      00000780
            88 MST-FILE-MISSING VALUE '35'.                             00000790
       01  WS-HST-STATUS PIC XX.                                        00000800
            88 HST-OK VALUE '00'.                                       00000810
            88 HST-EOF VALUE '10'.                                      00000820
            88 HST-FILE-MISSING VALUE '35'.                             00000830
       01  WS-PLG-STATUS PIC XX.                                        00000840
            88 PLG-OK VALUE '00'.                                       00000850
            88 PLG-CREATED VALUE '05'.                                  00000860
            88 PLG-NOT-ON-FILE VALUE '23'.                              00000870
       01  WS-CAT-STATUS PIC XX.                                        00000880
            88 CAT-OK VALUE '00'.                                       00000890
            88 CAT-CREATED VALUE '05'.                                  00000900
            88 CAT-EOF VALUE '10'.                                      00000910
       01  WS-RCN-STATUS PIC XX.                                        00000920
            88 RCN-OK VALUE '00'.                                       00000930
       01  WS-COR-STATUS PIC XX.                                        00000940
            88 COR-OK VALUE '00'.                                       00000950
       01  WS-PARM-CARD.                                                00000960
            05 WS-PARM-DECK PIC X.                                      00000970
               88 DECK-REQUESTED VALUE 'Y'.                             00000980
               88 DECK-VALID VALUE 'Y' ' '.                             00000990
            05 FILLER PIC X(35).                                        00001000
       01  WS-PLOG-FLAG PIC X VALUE 'N'.                                00001010
            88 PLOG-PRESENT VALUE 'Y'.                                  00001020
      *                                                                 00001030
      * THE NEWEST HISTORY RECORD OF THE CURRENT SEQUENCE NUMBER.  THE  00001040
      * HISTORY KEY ORDERS EACH NUMBER'S RECORDS BY RUN DATE, SO THE    00001050
      * LAST ONE READ BEFORE THE NUMBER CHANGES IS THE NEWEST.          00001060
      *                                                                 00001070
       01  WS-HGRP-FLAG PIC X VALUE 'N'.                                00001080
            88 HGRP-EOF VALUE 'Y'.                                      00001090
       01  WS-NEW-SEQ PIC 9(7) VALUE 0.                                 00001100
       01  WS-NEW-CLASS PIC X(12).                                      00001110
       01  WS-NEW-OVRD PIC X.                                           00001120
       01  WS-NEW-DATE PIC 9(8) VALUE 0.                                00001130
       01  WS-NEW-D1 PIC 9(7) VALUE 0.                                  00001140
       01  WS-NEW-D2 PIC 9(7) VALUE 0.                                  00001150
       01  WS-NEW-D3 PIC 9(7) VALUE 0.                                  00001160
       01  WS-NEW-PRINT-DATE PIC 9(8) VALUE 0.                          00001170
       01  WS-DIFF-NOTE.                                                00001180
            05 WS-DIFF-CLS PIC X(4).                                    00001190
            05 WS-DIFF-OVR PIC X(4).                                    00001200
            05 WS-DIFF-DTE PIC X(4).                                    00001210
            05 WS-DIFF-DIV PIC X(4).                                    00001220
       01  WS-CAT-COUNT PIC 9(3) VALUE 0.                               00001230
       01  WS-CAT-IX PIC 9(3) VALUE 0.                                  00001240
       01  WS-CATALOG-TABLE.                                            00001250
            05 WS-CAT-ENTRY OCCURS 100 TIMES.                           00001260
                10 WS-CAT-GEN PIC 9(4).                                 00001270
                10 WS-CAT-DATE PIC 9(8).                                00001280
                10 WS-CAT-LO PIC 9(7).                                  00001290
                10 WS-CAT-HI PIC 9(7).                                  00001300
                10 WS-CAT-CNT PIC 9(7).                                 00001310
                10 WS-CAT-LOADED PIC X.                                 00001320
                   88 CAT-LOADED VALUE 'Y'.                             00001330
       01  WS-CAT-DATE-X.                                               00001340
            05 WS-CDX-CCYY PIC 9(4).                                    00001350
            05 WS-CDX-MM PIC 99.                                        00001360
            05 WS-CDX-DD PIC 99.                                        00001370
       01  WS-MST-READ PIC 9(7) VALUE 0.                                00001380
       01  WS-HST-READ PIC 9(7) VALUE 0.                                00001390
       01  WS-MISMATCH-COUNT PIC 9(7) VALUE 0.                          00001400
       01  WS-NO-HIST-COUNT PIC 9(7) VALUE 0.                           00001410
       01  WS-PURGED-COUNT PIC 9(7) VALUE 0.                            00001420
       01  WS-UNACCOUNTED-COUNT PIC 9(7) VALUE 0.                       00001430
       01  WS-GEN-CHECKED PIC 9(7) VALUE 0.                             00001440
       01  WS-GEN-UNLOADED PIC 9(7) VALUE 0.                            00001450
       01  WS-CORR-COUNT PIC 9(7) VALUE 0.                              00001460
       01  WS-EXC-COUNT PIC 9(7) VALUE 0.                               00001470
       01  WS-RECON-HEADING PIC X(80)                                   00001480
               VALUE 'FIZZBUZZ MASTER AND HISTORY RECONCILIATION'.      00001490
       01  WS-EXC-HEADING.                                              00001500
            05 FILLER PIC X(8) VALUE 'SEQ NO'.                          00001510
            05 FILLER PIC X(8) VALUE 'SOURCE'.                          00001520
            05 FILLER PIC X(13) VALUE 'CLASS'.                          00001530
            05 FILLER PIC X(2) VALUE 'O'.                               00001540
            05 FILLER PIC X(9) VALUE 'RUN DATE'.                        00001550
            05 FILLER PIC X(8) VALUE '  DIV-1'.                         00001560
            05 FILLER PIC X(8) VALUE '  DIV-2'.                         00001570
            05 FILLER PIC X(8) VALUE '  DIV-3'.                         00001580
            05 FILLER PIC X(16) VALUE 'NOTE'.                           00001590
       01  WS-EXC-LINE.                                                 00001600
            05 WS-EXC-SEQ PIC X(7).                                     00001610
            05 FILLER PIC X VALUE SPACE.                                00001620
            05 WS-EXC-SOURCE PIC X(8).                                  00001630
            05 WS-EXC-CLASS PIC X(12).                                  00001640
            05 FILLER PIC X VALUE SPACE.                                00001650
            05 WS-EXC-OVRD PIC X.                                       00001660
            05 FILLER PIC X VALUE SPACE.                                00001670
            05 WS-EXC-DATE PIC X(8).                                    00001680
            05 FILLER PIC X VALUE SPACE.                                00001690
            05 WS-EXC-D1 PIC ZZZZZZ9.                                   00001700
            05 FILLER PIC X VALUE SPACE.                                00001710
            05 WS-EXC-D2 PIC ZZZZZZ9.                                   00001720
            05 FILLER PIC X VALUE SPACE.                                00001730
            05 WS-EXC-D3 PIC ZZZZZZ9.                                   00001740
            05 FILLER PIC X VALUE SPACE.                                00001750
            05 WS-EXC-NOTE PIC X(16).                                   00001760
       01  WS-GEN-LINE.                                                 00001770
            05 FILLER PIC X(11) VALUE 'GENERATION '.                    00001780
            05 WS-GNL-GEN PIC 9(4).                                     00001790
            05 FILLER PIC X(11) VALUE '  RUN DATE '.                    00001800
            05 WS-GNL-MM PIC 99.                                        00001810
            05 FILLER PIC X VALUE '/'.                                  00001820
            05 WS-GNL-DD PIC 99.                                        00001830
            05 FILLER PIC X VALUE '/'.                                  00001840
            05 WS-GNL-CCYY PIC 9(4).                                    00001850
            05 FILLER PIC X(8) VALUE '  RANGE '.                        00001860
            05 WS-GNL-LO PIC ZZZZZZ9.                                   00001870
            05 FILLER PIC X(3) VALUE ' - '.                             00001880
            05 WS-GNL-HI PIC ZZZZZZ9.                                   00001890
            05 FILLER PIC X(10) VALUE '  DETAILS '.                     00001900
            05 WS-GNL-CNT PIC ZZZZZZ9.                                  00001910
            05 FILLER PIC X(2) VALUE SPACES.                            00001920
       01  WS-MSG-LINE.                                                 00001930
            05 WS-MSG-TEXT PIC X(44).                                   00001940
            05 WS-MSG-NO PIC ZZZ,ZZZ,ZZ9.                               00001950
            05 FILLER PIC X(25) VALUE SPACES.                           00001960
       PROCEDURE DIVISION.                                              00001970
       0000-MAIN.                                                       00001980
           MOVE SPACES TO WS-PARM-CARD                                  00001990
           ACCEPT WS-PARM-CARD FROM SYSIN                               00002000
           IF WS-PARM-CARD (1:2) = '/*' THEN                            00002010
               MOVE SPACES TO WS-PARM-CARD                              00002020
           END-IF                                                       00002030
           IF NOT DECK-VALID THEN                                       00002040
               DISPLAY 'FBRECON DECK OPTION MUST BE Y OR BLANK: '       00002050
                   WS-PARM-CARD UPON CONSOLE                            00002060
               MOVE 8 TO RETURN-CODE                                    00002070
               STOP RUN                                                 00002080
           END-IF                                                       00002090
           PERFORM PERF-LOAD-CATALOG                                    00002100
           PERFORM PERF-OPEN-FILES                                      00002110
           PERFORM PERF-WRITE-HEADINGS                                  00002120
           PERFORM PERF-READ-MASTER                                     00002130
           PERFORM PERF-READ-HISTORY                                    00002140
           PERFORM PERF-NEXT-HIST-GROUP                                 00002150
           PERFORM PERF-MATCH-RECORDS                                   00002160
               UNTIL MST-EOF AND HGRP-EOF                               00002170
           IF WS-EXC-COUNT = 0 THEN                                     00002180
               MOVE '    NONE' TO RECON-REPORT-LINE                     00002190
               WRITE RECON-REPORT-LINE                                  00002200
               PERFORM PERF-CHECK-RCN-STATUS                            00002210
           END-IF                                                       00002220
           CLOSE MASTER-FILE                                            00002230
           CLOSE HISTORY-FILE                                           00002240
           IF PLOG-PRESENT THEN                                         00002250
               CLOSE PURGE-LOG-FILE                                     00002260
           END-IF                                                       00002270
           IF DECK-REQUESTED THEN                                       00002280
               CLOSE CORRECTION-FILE                                    00002290
           END-IF                                                       00002300
           PERFORM PERF-REPORT-CATALOG                                  00002310
           PERFORM PERF-RECON-SUMMARY                                   00002320
           CLOSE RECON-REPORT-FILE                                      00002330
           DISPLAY 'FBRECON MISMATCHED: ' WS-MISMATCH-COUNT             00002340
               ', NO HISTORY: ' WS-NO-HIST-COUNT                        00002350
               ', NOT PURGED: ' WS-UNACCOUNTED-COUNT                    00002360
               ', NOT LOADED: ' WS-GEN-UNLOADED UPON CONSOLE            00002370
           IF WS-EXC-COUNT > 0 OR WS-GEN-UNLOADED > 0 THEN              00002380
               MOVE 8 TO RETURN-CODE                                    00002390
           END-IF                                                       00002400
           STOP RUN.                                                    00002410
       PERF-OPEN-FILES.                                                 00002420
           OPEN INPUT MASTER-FILE                                       00002430
           IF MST-FILE-MISSING THEN                                     00002440
               DISPLAY 'FBRECON CLASSIFICATION MASTER NOT FOUND'        00002450
                   UPON CONSOLE                                         00002460
               MOVE 12 TO RETURN-CODE                                   00002470
               STOP RUN                                                 00002480
           END-IF                                                       00002490
           IF NOT MST-OK THEN                                           00002500
               DISPLAY 'FBRECON MASTER FILE OPEN ERROR, STATUS='        00002510
                   WS-MST-STATUS UPON CONSOLE                           00002520
               MOVE 32 TO RETURN-CODE                                   00002530
               STOP RUN                                                 00002540
           END-IF                                                       00002550
           OPEN INPUT HISTORY-FILE                                      00002560
           IF HST-FILE-MISSING THEN                                     00002570
               DISPLAY 'FBRECON CLASSIFICATION HISTORY NOT FOUND'       00002580
                   UPON CONSOLE                                         00002590
               MOVE 12 TO RETURN-CODE                                   00002600
               STOP RUN                                                 00002610
           END-IF                                                       00002620
           IF NOT HST-OK THEN                                           00002630
               DISPLAY 'FBRECON HISTORY FILE OPEN ERROR, STATUS='       00002640
                   WS-HST-STATUS UPON CONSOLE                           00002650
               MOVE 36 TO RETURN-CODE                                   00002660
               STOP RUN                                                 00002670
           END-IF                                                       00002680
           OPEN INPUT PURGE-LOG-FILE                                    00002690
           IF PLG-OK THEN                                               00002700
               MOVE 'Y' TO WS-PLOG-FLAG                                 00002710
           ELSE                                                         00002720
               IF NOT PLG-CREATED THEN                                  00002730
                   DISPLAY 'FBRECON PURGE LOG OPEN ERROR, STATUS='      00002740
                       WS-PLG-STATUS UPON CONSOLE                       00002750
                   MOVE 40 TO RETURN-CODE                               00002760
                   STOP RUN                                             00002770
               END-IF                                                   00002780
           END-IF                                                       00002790
           OPEN OUTPUT RECON-REPORT-FILE                                00002800
           IF NOT RCN-OK THEN                                           00002810
               DISPLAY 'FBRECON REPORT FILE OPEN ERROR, STATUS='        00002820
                   WS-RCN-STATUS UPON CONSOLE                           00002830
               MOVE 48 TO RETURN-CODE                                   00002840
               STOP RUN                                                 00002850
           END-IF                                                       00002860
           IF DECK-REQUESTED THEN                                       00002870
               OPEN OUTPUT CORRECTION-FILE                              00002880
               IF NOT COR-OK THEN                                       00002890
                   DISPLAY 'FBRECON CORRECTION DECK OPEN ERROR, '       00002900
                       'STATUS=' WS-COR-STATUS UPON CONSOLE             00002910
                   MOVE 52 TO RETURN-CODE                               00002920
                   STOP RUN                                             00002930
               END-IF                                                   00002940
           END-IF.                                                      00002950
      *                                                                 00002960
      * THE CATALOG IS OPTIONAL: AN INSTALLATION THAT HAS NEVER         00002970
      * CATALOGED A GENERATION HAS NOTHING TO CHECK.  THE CLASSIFIER    00002980
      * NEVER KEEPS MORE THAN 100 ENTRIES.                              00002990
      *                                                                 00003000
       PERF-LOAD-CATALOG.                                               00003010
           OPEN INPUT CATALOG-FILE                                      00003020
           IF NOT CAT-OK AND NOT CAT-CREATED THEN                       00003030
               DISPLAY 'FBRECON CATALOG FILE OPEN ERROR, STATUS='       00003040
                   WS-CAT-STATUS UPON CONSOLE                           00003050
               MOVE 44 TO RETURN-CODE                                   00003060
               STOP RUN                                                 00003070
           END-IF                                                       00003080
           PERFORM PERF-READ-CAT-REC                                    00003090
           PERFORM PERF-LOAD-CAT-REC UNTIL CAT-EOF                      00003100
           CLOSE CATALOG-FILE.                                          00003110
       PERF-READ-CAT-REC.                                               00003120
           READ CATALOG-FILE                                            00003130
               AT END CONTINUE                                          00003140
           END-READ                                                     00003150
           IF NOT CAT-OK AND NOT CAT-EOF THEN                           00003160
               DISPLAY 'FBRECON CATALOG FILE READ ERROR, STATUS='       00003170
                   WS-CAT-STATUS UPON CONSOLE                           00003180
               MOVE 68 TO RETURN-CODE                                   00003190
               STOP RUN                                                 00003200
           END-IF.                                                      00003210
       PERF-LOAD-CAT-REC.                                               00003220
           EVALUATE TRUE                                                00003230
               WHEN FB-CATALOG-HDR                                      00003240
                   CONTINUE                                             00003250
               WHEN FB-CAT-GEN-NO IS NUMERIC                            00003260
                   AND FB-CAT-RUN-DATE IS NUMERIC                       00003270
                   AND FB-CAT-RANGE-START IS NUMERIC                    00003280
                   AND FB-CAT-RANGE-END IS NUMERIC                      00003290
                   AND FB-CAT-EXTR-COUNT IS NUMERIC                     00003300
                   PERFORM PERF-STORE-CAT-ENTRY                         00003310
               WHEN OTHER                                               00003320
                   DISPLAY 'FBRECON CATALOG RECORD INVALID, IGNORED: '  00003330
                       FB-CATALOG-RECORD UPON CONSOLE                   00003340
           END-EVALUATE                                                 00003350
           PERFORM PERF-READ-CAT-REC.                                   00003360
       PERF-STORE-CAT-ENTRY.                                            00003370
           IF WS-CAT-COUNT >= 100 THEN                                  00003380
               DISPLAY 'FBRECON CATALOG TABLE FULL AT 100 ENTRIES'      00003390
                   UPON CONSOLE                                         00003400
               MOVE 80 TO RETURN-CODE                                   00003410
               STOP RUN                                                 00003420
           END-IF                                                       00003430
           ADD 1 TO WS-CAT-COUNT                                        00003440
           MOVE FB-CAT-GEN-NO TO WS-CAT-GEN (WS-CAT-COUNT)              00003450
           MOVE FB-CAT-RUN-DATE TO WS-CAT-DATE (WS-CAT-COUNT)           00003460
           MOVE FB-CAT-RANGE-START TO WS-CAT-LO (WS-CAT-COUNT)          00003470
           MOVE FB-CAT-RANGE-END TO WS-CAT-HI (WS-CAT-COUNT)            00003480
           MOVE FB-CAT-EXTR-COUNT TO WS-CAT-CNT (WS-CAT-COUNT)          00003490
           MOVE 'N' TO WS-CAT-LOADED (WS-CAT-COUNT).                    00003500
       PERF-CHECK-RCN-STATUS.                                           00003510
           IF NOT RCN-OK THEN                                           00003520
               DISPLAY 'FBRECON REPORT FILE WRITE ERROR, STATUS='       00003530
                   WS-RCN-STATUS UPON CONSOLE                           00003540
               MOVE 72 TO RETURN-CODE                                   00003550
               STOP RUN                                                 00003560
           END-IF.                                                      00003570
       PERF-WRITE-HEADINGS.                                             00003580
           WRITE RECON-REPORT-LINE FROM WS-RECON-HEADING                00003590
           PERFORM PERF-CHECK-RCN-STATUS                                00003600
           MOVE SPACES TO RECON-REPORT-LINE                             00003610
           WRITE RECON-REPORT-LINE                                      00003620
           PERFORM PERF-CHECK-RCN-STATUS                                00003630
           MOVE 'MASTER AND HISTORY EXCEPTIONS' TO RECON-REPORT-LINE    00003640
           WRITE RECON-REPORT-LINE                                      00003650
           PERFORM PERF-CHECK-RCN-STATUS                                00003660
           WRITE RECON-REPORT-LINE FROM WS-EXC-HEADING                  00003670
           PERFORM PERF-CHECK-RCN-STATUS.                               00003680
       PERF-READ-MASTER.                                                00003690
           READ MASTER-FILE NEXT RECORD                                 00003700
               AT END CONTINUE                                          00003710
           END-READ                                                     00003720
           IF NOT MST-OK AND NOT MST-EOF THEN                           00003730
               DISPLAY 'FBRECON MASTER FILE READ ERROR, STATUS='        00003740
                   WS-MST-STATUS UPON CONSOLE                           00003750
               MOVE 56 TO RETURN-CODE                                   00003760
               STOP RUN                                                 00003770
           END-IF                                                       00003780
           IF MST-OK THEN                                               00003790
               ADD 1 TO WS-MST-READ                                     00003800
           END-IF.                                                      00003810
       PERF-READ-HISTORY.                                               00003820
           READ HISTORY-FILE NEXT RECORD                                00003830
               AT END CONTINUE                                          00003840
           END-READ                                                     00003850
           IF NOT HST-OK AND NOT HST-EOF THEN                           00003860
               DISPLAY 'FBRECON HISTORY FILE READ ERROR, STATUS='       00003870
                   WS-HST-STATUS UPON CONSOLE                           00003880
               MOVE 60 TO RETURN-CODE                                   00003890
               STOP RUN                                                 00003900
           END-IF                                                       00003910
           IF HST-OK THEN                                               00003920
               ADD 1 TO WS-HST-READ                                     00003930
           END-IF.                                                      00003940
      *                                                                 00003950
      * GATHER ALL HISTORY RECORDS OF THE NEXT SEQUENCE NUMBER,         00003960
      * KEEPING THE NEWEST, AND CREDIT EACH ONE TO ANY CATALOGED        00003970
      * GENERATION IT CAME FROM.                                        00003980
      *                                                                 00003990
       PERF-NEXT-HIST-GROUP.                                            00004000
           IF HST-EOF THEN                                              00004010
               MOVE 'Y' TO WS-HGRP-FLAG                                 00004020
           ELSE                                                         00004030
               MOVE FB-HST-SEQ-NO TO WS-NEW-SEQ                         00004040
               PERFORM PERF-TAKE-HIST-REC                               00004050
                   UNTIL HST-EOF OR FB-HST-SEQ-NO NOT = WS-NEW-SEQ      00004060
           END-IF.                                                      00004070
       PERF-TAKE-HIST-REC.                                              00004080
           MOVE FB-HST-CLASS-CODE TO WS-NEW-CLASS                       00004090
           MOVE FB-HST-OVRD-FLAG TO WS-NEW-OVRD                         00004100
           MOVE FB-HST-RUN-DATE TO WS-NEW-DATE                          00004110
           MOVE FB-HST-DIVISOR-1 TO WS-NEW-D1                           00004120
           MOVE FB-HST-DIVISOR-2 TO WS-NEW-D2                           00004130
           MOVE FB-HST-DIVISOR-3 TO WS-NEW-D3                           00004140
           PERFORM PERF-CREDIT-CATALOG                                  00004150
               VARYING WS-CAT-IX FROM 1 BY 1                            00004160
               UNTIL WS-CAT-IX > WS-CAT-COUNT                           00004170
           PERFORM PERF-READ-HISTORY.                                   00004180
       PERF-CREDIT-CATALOG.                                             00004190
           IF NOT CAT-LOADED (WS-CAT-IX)                                00004200
               AND FB-HST-RUN-DATE = WS-CAT-DATE (WS-CAT-IX)            00004210
               AND FB-HST-SEQ-NO >= WS-CAT-LO (WS-CAT-IX)               00004220
               AND FB-HST-SEQ-NO <= WS-CAT-HI (WS-CAT-IX) THEN          00004230
               MOVE 'Y' TO WS-CAT-LOADED (WS-CAT-IX)                    00004240
           END-IF.                                                      00004250
       PERF-MATCH-RECORDS.                                              00004260
           EVALUATE TRUE                                                00004270
               WHEN HGRP-EOF                                            00004280
                   PERFORM PERF-MASTER-NO-HISTORY                       00004290
                   PERFORM PERF-READ-MASTER                             00004300
               WHEN MST-EOF                                             00004310
                   PERFORM PERF-HISTORY-NO-MASTER                       00004320
                   PERFORM PERF-NEXT-HIST-GROUP                         00004330
               WHEN FB-MST-SEQ-NO < WS-NEW-SEQ                          00004340
                   PERFORM PERF-MASTER-NO-HISTORY                       00004350
                   PERFORM PERF-READ-MASTER                             00004360
               WHEN FB-MST-SEQ-NO > WS-NEW-SEQ                          00004370
                   PERFORM PERF-HISTORY-NO-MASTER                       00004380
                   PERFORM PERF-NEXT-HIST-GROUP                         00004390
               WHEN OTHER                                               00004400
                   PERFORM PERF-COMPARE-MASTER                          00004410
                   PERFORM PERF-READ-MASTER                             00004420
                   PERFORM PERF-NEXT-HIST-GROUP                         00004430
           END-EVALUATE.                                                00004440
       PERF-COMPARE-MASTER.                                             00004450
           MOVE SPACES TO WS-DIFF-NOTE                                  00004460
           IF FB-MST-CLASS-CODE NOT = WS-NEW-CLASS THEN                 00004470
               MOVE 'CLS' TO WS-DIFF-CLS                                00004480
           END-IF                                                       00004490
           IF FB-MST-OVRD-FLAG NOT = WS-NEW-OVRD THEN                   00004500
               MOVE 'OVR' TO WS-DIFF-OVR                                00004510
           END-IF                                                       00004520
           IF FB-MST-RUN-DATE NOT = WS-NEW-DATE THEN                    00004530
               MOVE 'DTE' TO WS-DIFF-DTE                                00004540
           END-IF                                                       00004550
           IF FB-MST-DIVISOR-1 NOT = WS-NEW-D1                          00004560
               OR FB-MST-DIVISOR-2 NOT = WS-NEW-D2                      00004570
               OR FB-MST-DIVISOR-3 NOT = WS-NEW-D3 THEN                 00004580
               MOVE 'DIV' TO WS-DIFF-DIV                                00004590
           END-IF                                                       00004600
           IF WS-DIFF-NOTE NOT = SPACES THEN                            00004610
               ADD 1 TO WS-MISMATCH-COUNT                               00004620
               ADD 1 TO WS-EXC-COUNT                                    00004630
               MOVE SPACES TO WS-EXC-NOTE                               00004640
               PERFORM PERF-PRINT-MASTER-LINE                           00004650
               MOVE SPACES TO WS-EXC-SEQ                                00004660
               MOVE WS-DIFF-NOTE TO WS-EXC-NOTE                         00004670
               PERFORM PERF-PRINT-HISTORY-LINE                          00004680
               MOVE FB-MST-PRINT-DATE TO WS-NEW-PRINT-DATE              00004690
               PERFORM PERF-WRITE-CORRECTION                            00004700
           END-IF.                                                      00004710
       PERF-MASTER-NO-HISTORY.                                          00004720
           ADD 1 TO WS-NO-HIST-COUNT                                    00004730
           ADD 1 TO WS-EXC-COUNT                                        00004740
           MOVE 'NO HISTORY' TO WS-EXC-NOTE                             00004750
           PERFORM PERF-PRINT-MASTER-LINE.                              00004760
      *                                                                 00004770
      * A NUMBER GONE FROM THE MASTER IS ACCOUNTED FOR WHEN THE PURGE   00004780
      * LOG SHOWS FBPURGE DELETED IT AT ITS NEWEST CLASSIFICATION OR    00004790
      * LATER; OTHERWISE THE MASTER RECORD WAS LOST, TYPICALLY BY AN    00004800
      * FBRESTOR FROM A BACKUP OLDER THAN THE LAST LOAD.                00004810
      *                                                                 00004820
       PERF-HISTORY-NO-MASTER.                                          00004830
           MOVE 'NOT PURGED' TO WS-EXC-NOTE                             00004840
           IF PLOG-PRESENT THEN                                         00004850
               MOVE WS-NEW-SEQ TO FB-PLG-SEQ-NO                         00004860
               READ PURGE-LOG-FILE                                      00004870
                   INVALID KEY CONTINUE                                 00004880
               END-READ                                                 00004890
               IF NOT PLG-OK AND NOT PLG-NOT-ON-FILE THEN               00004900
                   DISPLAY 'FBRECON PURGE LOG READ ERROR, STATUS='      00004910
                       WS-PLG-STATUS UPON CONSOLE                       00004920
                   MOVE 64 TO RETURN-CODE                               00004930
                   STOP RUN                                             00004940
               END-IF                                                   00004950
               IF PLG-OK THEN                                           00004960
                   IF FB-PLG-RUN-DATE >= WS-NEW-DATE THEN               00004970
                       MOVE SPACES TO WS-EXC-NOTE                       00004980
                   ELSE                                                 00004990
                       MOVE 'PURGED EARLIER' TO WS-EXC-NOTE             00005000
                   END-IF                                               00005010
               END-IF                                                   00005020
           END-IF                                                       00005030
           IF WS-EXC-NOTE = SPACES THEN                                 00005040
               ADD 1 TO WS-PURGED-COUNT                                 00005050
           ELSE                                                         00005060
               ADD 1 TO WS-UNACCOUNTED-COUNT                            00005070
               ADD 1 TO WS-EXC-COUNT                                    00005080
               MOVE WS-NEW-SEQ TO WS-EXC-SEQ                            00005090
               PERFORM PERF-PRINT-HISTORY-LINE                          00005100
               MOVE ZEROS TO WS-NEW-PRINT-DATE                          00005110
               PERFORM PERF-WRITE-CORRECTION                            00005120
           END-IF.                                                      00005130
       PERF-PRINT-MASTER-LINE.                                          00005140
           MOVE FB-MST-SEQ-NO TO WS-EXC-SEQ                             00005150
           MOVE 'MASTER' TO WS-EXC-SOURCE                               00005160
           MOVE FB-MST-CLASS-CODE TO WS-EXC-CLASS                       00005170
           MOVE FB-MST-OVRD-FLAG TO WS-EXC-OVRD                         00005180
           MOVE FB-MST-RUN-DATE TO WS-EXC-DATE                          00005190
           MOVE FB-MST-DIVISOR-1 TO WS-EXC-D1                           00005200
           MOVE FB-MST-DIVISOR-2 TO WS-EXC-D2                           00005210
           MOVE FB-MST-DIVISOR-3 TO WS-EXC-D3                           00005220
           WRITE RECON-REPORT-LINE FROM WS-EXC-LINE                     00005230
           PERFORM PERF-CHECK-RCN-STATUS.                               00005240
       PERF-PRINT-HISTORY-LINE.                                         00005250
           MOVE 'HISTORY' TO WS-EXC-SOURCE                              00005260
           MOVE WS-NEW-CLASS TO WS-EXC-CLASS                            00005270
           MOVE WS-NEW-OVRD TO WS-EXC-OVRD                              00005280
           MOVE WS-NEW-DATE TO WS-EXC-DATE                              00005290
           MOVE WS-NEW-D1 TO WS-EXC-D1                                  00005300
           MOVE WS-NEW-D2 TO WS-EXC-D2                                  00005310
           MOVE WS-NEW-D3 TO WS-EXC-D3                                  00005320
           WRITE RECON-REPORT-LINE FROM WS-EXC-LINE                     00005330
           PERFORM PERF-CHECK-RCN-STATUS.                               00005340
      *                                                                 00005350
      * THE CORRECTION IS ALWAYS THE NEWEST HISTORY RECORD, SINCE       00005360
      * EVERY LOAD POSTS THE HISTORY ALONGSIDE THE MASTER.  THE         00005370
      * LABEL PRINT DATE IS NOT IN THE HISTORY; IT IS CARRIED FROM      00005380
      * THE MASTER RECORD BEING CORRECTED, OR ZERO WHEN THE MASTER      00005390
      * RECORD IS MISSING AND NO LABEL IS ON RECORD.                    00005400
      *                                                                 00005410
       PERF-WRITE-CORRECTION.                                           00005420
           IF DECK-REQUESTED THEN                                       00005430
               MOVE WS-NEW-SEQ TO COR-MST-SEQ-NO                        00005440
               MOVE WS-NEW-CLASS TO COR-MST-CLASS-CODE                  00005450
               MOVE WS-NEW-OVRD TO COR-MST-OVRD-FLAG                    00005460
               MOVE WS-NEW-DATE TO COR-MST-RUN-DATE                     00005470
               MOVE WS-NEW-D1 TO COR-MST-DIVISOR-1                      00005480
               MOVE WS-NEW-D2 TO COR-MST-DIVISOR-2                      00005490
               MOVE WS-NEW-D3 TO COR-MST-DIVISOR-3                      00005500
               MOVE WS-NEW-PRINT-DATE TO COR-MST-PRINT-DATE             00005510
               WRITE COR-MASTER-RECORD                                  00005520
               IF NOT COR-OK THEN                                       00005530
                   DISPLAY 'FBRECON CORRECTION DECK WRITE ERROR, '      00005540
                       'STATUS=' WS-COR-STATUS UPON CONSOLE             00005550
                   MOVE 76 TO RETURN-CODE                               00005560
                   STOP RUN                                             00005570
               END-IF                                                   00005580
               ADD 1 TO WS-CORR-COUNT                                   00005590
           END-IF.                                                      00005600
      *                                                                 00005610
      * A GENERATION WITH NO EXTRACT DETAILS HAD NOTHING TO LOAD.       00005620
      *                                                                 00005630
       PERF-REPORT-CATALOG.                                             00005640
           MOVE SPACES TO RECON-REPORT-LINE                             00005650
           WRITE RECON-REPORT-LINE                                      00005660
           PERFORM PERF-CHECK-RCN-STATUS                                00005670
           MOVE 'CATALOGED GENERATIONS NEVER LOADED'                    00005680
               TO RECON-REPORT-LINE                                     00005690
           WRITE RECON-REPORT-LINE                                      00005700
           PERFORM PERF-CHECK-RCN-STATUS                                00005710
           PERFORM PERF-REPORT-CAT-ENTRY                                00005720
               VARYING WS-CAT-IX FROM 1 BY 1                            00005730
               UNTIL WS-CAT-IX > WS-CAT-COUNT                           00005740
           IF WS-GEN-UNLOADED = 0 THEN                                  00005750
               MOVE '    NONE' TO RECON-REPORT-LINE                     00005760
               WRITE RECON-REPORT-LINE                                  00005770
               PERFORM PERF-CHECK-RCN-STATUS                            00005780
           END-IF.                                                      00005790
       PERF-REPORT-CAT-ENTRY.                                           00005800
           IF WS-CAT-CNT (WS-CAT-IX) > 0 THEN                           00005810
               ADD 1 TO WS-GEN-CHECKED                                  00005820
               IF NOT CAT-LOADED (WS-CAT-IX) THEN                       00005830
                   ADD 1 TO WS-GEN-UNLOADED                             00005840
                   MOVE WS-CAT-GEN (WS-CAT-IX) TO WS-GNL-GEN            00005850
                   MOVE WS-CAT-DATE (WS-CAT-IX) TO WS-CAT-DATE-X        00005860
                   MOVE WS-CDX-MM TO WS-GNL-MM                          00005870
                   MOVE WS-CDX-DD TO WS-GNL-DD                          00005880
                   MOVE WS-CDX-CCYY TO WS-GNL-CCYY                      00005890
                   MOVE WS-CAT-LO (WS-CAT-IX) TO WS-GNL-LO              00005900
                   MOVE WS-CAT-HI (WS-CAT-IX) TO WS-GNL-HI              00005910
                   MOVE WS-CAT-CNT (WS-CAT-IX) TO WS-GNL-CNT            00005920
                   WRITE RECON-REPORT-LINE FROM WS-GEN-LINE             00005930
                   PERFORM PERF-CHECK-RCN-STATUS                        00005940
               END-IF                                                   00005950
           END-IF.                                                      00005960
       PERF-RECON-SUMMARY.                                              00005970
           MOVE SPACES TO RECON-REPORT-LINE                             00005980
           WRITE RECON-REPORT-LINE                                      00005990
           PERFORM PERF-CHECK-RCN-STATUS                                00006000
           MOVE 'MASTER RECORDS READ' TO WS-MSG-TEXT                    00006010
           MOVE WS-MST-READ TO WS-MSG-NO                                00006020
           PERFORM PERF-WRITE-MSG                                       00006030
           MOVE 'HISTORY RECORDS READ' TO WS-MSG-TEXT                   00006040
           MOVE WS-HST-READ TO WS-MSG-NO                                00006050
           PERFORM PERF-WRITE-MSG                                       00006060
           MOVE 'MASTER RECORDS NOT MATCHING NEWEST HISTORY'            00006070
               TO WS-MSG-TEXT                                           00006080
           MOVE WS-MISMATCH-COUNT TO WS-MSG-NO                          00006090
           PERFORM PERF-WRITE-MSG                                       00006100
           MOVE 'MASTER RECORDS WITH NO HISTORY' TO WS-MSG-TEXT         00006110
           MOVE WS-NO-HIST-COUNT TO WS-MSG-NO                           00006120
           PERFORM PERF-WRITE-MSG                                       00006130
           MOVE 'HISTORY NUMBERS WITH NO MASTER, PURGED' TO WS-MSG-TEXT 00006140
           MOVE WS-PURGED-COUNT TO WS-MSG-NO                            00006150
           PERFORM PERF-WRITE-MSG                                       00006160
           MOVE 'HISTORY NUMBERS WITH NO MASTER, NOT PURGED'            00006170
               TO WS-MSG-TEXT                                           00006180
           MOVE WS-UNACCOUNTED-COUNT TO WS-MSG-NO                       00006190
           PERFORM PERF-WRITE-MSG                                       00006200
           MOVE 'CATALOGED GENERATIONS CHECKED' TO WS-MSG-TEXT          00006210
           MOVE WS-GEN-CHECKED TO WS-MSG-NO                             00006220
           PERFORM PERF-WRITE-MSG                                       00006230
           MOVE 'CATALOGED GENERATIONS NEVER LOADED' TO WS-MSG-TEXT     00006240
           MOVE WS-GEN-UNLOADED TO WS-MSG-NO                            00006250
           PERFORM PERF-WRITE-MSG                                       00006260
           IF DECK-REQUESTED THEN                                       00006270
               MOVE 'CORRECTION RECORDS WRITTEN' TO WS-MSG-TEXT         00006280
               MOVE WS-CORR-COUNT TO WS-MSG-NO                          00006290
               PERFORM PERF-WRITE-MSG                                   00006300
           END-IF                                                       00006310
           MOVE SPACES TO RECON-REPORT-LINE                             00006320
           IF WS-EXC-COUNT = 0 AND WS-GEN-UNLOADED = 0 THEN             00006330
               MOVE 'MASTER, HISTORY, AND CATALOG AGREE'                00006340
                   TO RECON-REPORT-LINE                                 00006350
           ELSE                                                         00006360
               MOVE 'OUT OF AGREEMENT - SEE EXCEPTIONS ABOVE'           00006370
                   TO RECON-REPORT-LINE                                 00006380
           END-IF                                                       00006390
           WRITE RECON-REPORT-LINE                                      00006400
           PERFORM PERF-CHECK-RCN-STATUS.                               00006410
       PERF-WRITE-MSG.                                                  00006420
           WRITE RECON-REPORT-LINE FROM WS-MSG-LINE                     00006430
           PERFORM PERF-CHECK-RCN-STATUS.                               00006440
