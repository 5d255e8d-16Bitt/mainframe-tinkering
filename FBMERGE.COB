      *                                                                 00000010
      * FBMERGE - PARTITIONED CLASSIFICATION MERGE                      00000020
      * COMBINES THE PARTIAL REPORTS AND EXTRACTS WRITTEN BY            00000030
      * CONCURRENT FIZZBUZZ PARTITION STEPS (RPTFILE.PNN AND            00000040
      * EXTRFILE.PNN) INTO ONE CATALOGED GENERATION: ONE FBHDR          00000050
      * HEADER FOR THE WHOLE RANGE, THE DETAILS IN ASCENDING            00000060
      * SEQUENCE, ONE FBTRL TRAILER WITH THE COMBINED TALLIES, AND      00000070
      * ONE CATALOG ENTRY.  THE SYSIN CARD GIVES THE RANGE START IN     00000080
      * COLUMNS 1-7, THE RANGE END IN 8-14, AND THE NUMBER OF           00000090
      * PARTITIONS IN 15-16.  EVERY PARTITION IS PROVED BEFORE          00000100
      * ANYTHING IS WRITTEN: A MISSING PARTITION, A PARTITION WITH NO   00000110
      * TRAILER OR WHOSE TRAILER DOES NOT MATCH ITS DETAILS, DIVISORS   00000120
      * OR RUN DATES THAT DIFFER BETWEEN PARTITIONS, OR PARTITION       00000130
      * RANGES THAT OVERLAP OR LEAVE A GAP REJECT THE WHOLE SET WITH    00000140
      * RETURN CODE 8, SO THE DOWNSTREAM STEPS NEVER SEE A PARTIAL      00000150
      * GENERATION.                                                     00000160
      * THE PARTITION FILES ARE KEPT FOR THE RERUN ON A REJECT AND      00000170
      * DROPPED ONCE THE GENERATION IS CATALOGED.  GENERATIONS PAST     00000180
      * THE RETENTION COUNT ARE RETIRED TO THE ARCHIVE EXACTLY AS THE   00000190
      * CLASSIFIER RETIRES THEM.                                        00000200
      * AUSTIN BITTINGER - 2026/10/15                                   00000210
      *                                                                 00000220
       IDENTIFICATION DIVISION.                                         00000230
       PROGRAM-ID. FBMERGE.                                             00000240
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000250
       ENVIRONMENT DIVISION.                                            00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
           SELECT PART-RPT-FILE ASSIGN TO DYNAMIC WS-PART-RPT-DSN       00000290
               ORGANIZATION IS LINE SEQUENTIAL                          00000300
               FILE STATUS IS WS-PRPT-STATUS.                           00000310
           SELECT PART-EXTR-FILE ASSIGN TO DYNAMIC WS-PART-EXTR-DSN     00000320
               ORGANIZATION IS LINE SEQUENTIAL                          00000330
               FILE STATUS IS WS-PEXT-STATUS.                           00000340
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-DSN              00000350
               ORGANIZATION IS LINE SEQUENTIAL                          00000360
               FILE STATUS IS WS-RPT-STATUS.                            00000370
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTR-DSN            00000380
               ORGANIZATION IS LINE SEQUENTIAL                          00000390
               FILE STATUS IS WS-EXTR-STATUS.                           00000400
           SELECT MERGE-REPORT-FILE ASSIGN TO "MRGFILE"                 00000410
               ORGANIZATION IS LINE SEQUENTIAL                          00000420
               FILE STATUS IS WS-MRG-STATUS.                            00000430
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "CATFILE"             00000440
               ORGANIZATION IS LINE SEQUENTIAL                          00000450
               FILE STATUS IS WS-CAT-STATUS.                            00000460
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "STEPFILE"        00000470
               ORGANIZATION IS LINE SEQUENTIAL                          00000480
               FILE STATUS IS WS-STEP-STATUS.                           00000490
           SELECT RETIRE-RPT-FILE ASSIGN TO DYNAMIC WS-RETIRE-RPT-DSN   00000500
               ORGANIZATION IS LINE SEQUENTIAL                          00000510
               FILE STATUS IS WS-RRPT-STATUS.                           00000520
           SELECT RETIRE-EXTR-FILE ASSIGN TO DYNAMIC WS-RETIRE-EXTR-DSN 00000530
               ORGANIZATION IS LINE SEQUENTIAL                          00000540
               FILE STATUS IS WS-REXT-STATUS.                           00000550
           SELECT ARCH-RPT-FILE ASSIGN TO DYNAMIC WS-ARCH-RPT-DSN       00000560
               ORGANIZATION IS LINE SEQUENTIAL                          00000570
               FILE STATUS IS WS-ARPT-STATUS.                           00000580
           SELECT ARCH-EXTR-FILE ASSIGN TO DYNAMIC WS-ARCH-EXTR-DSN     00000590
               ORGANIZATION IS LINE SEQUENTIAL                          00000600
               FILE STATUS IS WS-AEXT-STATUS.                           00000610
           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "ARCXFILE"      00000620
               ORGANIZATION IS LINE SEQUENTIAL                          00000630
               FILE STATUS IS WS-ARX-STATUS.                            00000640
       DATA DIVISION.                                                   00000650
       FILE SECTION.                                                    00000660
       FD  PART-RPT-FILE                                                00000670
           LABEL RECORDS ARE STANDARD.                                  00000680
       01  PART-RPT-LINE PIC X(80).                                     00000690
       FD  PART-EXTR-FILE                                               00000700
           LABEL RECORDS ARE STANDARD.                                  00000710
           COPY FBEXTR REPLACING LEADING ==FB-== BY ==PRT-==.           00000720
       FD  REPORT-FILE                                                  00000730
           LABEL RECORDS ARE STANDARD.                                  00000740
       01  REPORT-LINE PIC X(80).                                       00000750
       FD  EXTRACT-FILE                                                 00000760
           LABEL RECORDS ARE STANDARD.                                  00000770
           COPY FBEXTR.                                                 00000780
       FD  MERGE-REPORT-FILE                                            00000790
           LABEL RECORDS ARE STANDARD.                                  00000800
       01  MERGE-REPORT-LINE PIC X(80).                                 00000810
       FD  CATALOG-FILE                                                 00000820
           LABEL RECORDS ARE STANDARD.                                  00000830
           COPY FBCATLG.                                                00000840
       FD  STEP-STATUS-FILE                                             00000850
           LABEL RECORDS ARE STANDARD.                                  00000860
           COPY FBSTEP.                                                 00000870
       FD  RETIRE-RPT-FILE                                              00000880
           LABEL RECORDS ARE STANDARD.                                  00000890
       01  RETIRE-RPT-LINE PIC X(80).                                   00000900
       FD  RETIRE-EXTR-FILE                                             00000910
           LABEL RECORDS ARE STANDARD.                                  00000920
       01  RETIRE-EXTR-LINE PIC X(80).                                  00000930
       FD  ARCH-RPT-FILE                                                00000940
           LABEL RECORDS ARE STANDARD.                                  00000950
       01  ARCH-RPT-LINE PIC X(80).                                     00000960
       FD  ARCH-EXTR-FILE                                               00000970
           LABEL RECORDS ARE STANDARD.                                  00000980
       01  ARCH-EXTR-LINE PIC X(80).                                    00000990
       FD  ARCHIVE-INDEX-FILE                                           00001000
           LABEL RECORDS ARE STANDARD.                                  00001010
           COPY FBCATLG REPLACING LEADING ==FB-== BY ==ARX-==.          00001020
       WORKING-STORAGE SECTION.                                         00001030
       01  WS-PRPT-STATUS PIC XX.                                       00001040
            88 PRPT-OK VALUE '00'.                                      00001050
            88 PRPT-EOF VALUE '10'.                                     00001060
            88 PRPT-NOT-FOUND VALUE '35'.                               00001070
       01  WS-PEXT-STATUS PIC XX.                                       00001080
            88 PEXT-OK VALUE '00'.                                      00001090
            88 PEXT-EOF VALUE '10'.                                     00001100
            88 PEXT-NOT-FOUND VALUE '35'.                               00001110
       01  WS-RPT-STATUS PIC XX.                                        00001120
            88 RPT-OK VALUE '00'.                                       00001130
       01  WS-EXTR-STATUS PIC XX.                                       00001140
            88 EXTR-OK VALUE '00'.                                      00001150
       01  WS-MRG-STATUS PIC XX.                                        00001160
            88 MRG-OK VALUE '00'.                                       00001170
       01  WS-CAT-STATUS PIC XX.                                        00001180
            88 CAT-OK VALUE '00'.                                       00001190
            88 CAT-CREATED VALUE '05'.                                  00001200
            88 CAT-EOF VALUE '10'.                                      00001210
            88 CAT-NOT-FOUND VALUE '35'.                                00001220
       01  WS-STEP-STATUS PIC XX.                                       00001230
            88 STEP-OK VALUE '00'.                                      00001240
            88 STEP-CREATED VALUE '05'.                                 00001250
       01  WS-RRPT-STATUS PIC XX.                                       00001260
            88 RRPT-OK VALUE '00'.                                      00001270
            88 RRPT-EOF VALUE '10'.                                     00001280
            88 RRPT-NOT-FOUND VALUE '35'.                               00001290
       01  WS-REXT-STATUS PIC XX.                                       00001300
            88 REXT-OK VALUE '00'.                                      00001310
            88 REXT-EOF VALUE '10'.                                     00001320
            88 REXT-NOT-FOUND VALUE '35'.                               00001330
       01  WS-ARPT-STATUS PIC XX.                                       00001340
            88 ARPT-OK VALUE '00'.                                      00001350
            88 ARPT-CREATED VALUE '05'.                                 00001360
       01  WS-AEXT-STATUS PIC XX.                                       00001370
            88 AEXT-OK VALUE '00'.                                      00001380
            88 AEXT-CREATED VALUE '05'.                                 00001390
       01  WS-ARX-STATUS PIC XX.                                        00001400
            88 ARX-OK VALUE '00'.                                       00001410
            88 ARX-CREATED VALUE '05'.                                  00001420
       01  WS-PART-RPT-DSN.                                             00001430
            05 FILLER PIC X(9) VALUE 'RPTFILE.P'.                       00001440
            05 WS-PART-RPT-NO PIC 9(2).                                 00001450
       01  WS-PART-EXTR-DSN.                                            00001460
            05 FILLER PIC X(10) VALUE 'EXTRFILE.P'.                     00001470
            05 WS-PART-EXTR-NO PIC 9(2).                                00001480
       01  WS-RPT-DSN.                                                  00001490
            05 FILLER PIC X(9) VALUE 'RPTFILE.G'.                       00001500
            05 WS-RPT-DSN-GEN PIC 9(4) VALUE 1.                         00001510
       01  WS-EXTR-DSN.                                                 00001520
            05 FILLER PIC X(10) VALUE 'EXTRFILE.G'.                     00001530
            05 WS-EXTR-DSN-GEN PIC 9(4) VALUE 1.                        00001540
       01  WS-RETIRE-RPT-DSN.                                           00001550
            05 FILLER PIC X(9) VALUE 'RPTFILE.G'.                       00001560
            05 WS-RET-RPT-GEN PIC 9(4).                                 00001570
       01  WS-RETIRE-EXTR-DSN.                                          00001580
            05 FILLER PIC X(10) VALUE 'EXTRFILE.G'.                     00001590
            05 WS-RET-EXTR-GEN PIC 9(4).                                00001600
       01  WS-ARCH-RPT-DSN.                                             00001610
            05 FILLER PIC X(9) VALUE 'ARCHRPT.G'.                       00001620
            05 WS-ARCH-RPT-GEN PIC 9(4).                                00001630
       01  WS-ARCH-EXTR-DSN.                                            00001640
            05 FILLER PIC X(10) VALUE 'ARCHEXTR.G'.                     00001650
            05 WS-ARCH-EXTR-GEN PIC 9(4).                               00001660
       01  WS-MERGE-CARD.                                               00001670
            05 WS-MRG-CARD-START PIC X(7).                              00001680
            05 WS-MRG-CARD-END PIC X(7).                                00001690
            05 WS-MRG-CARD-PARTS PIC X(2).                              00001700
            05 FILLER PIC X(20).                                        00001710
       01  WS-RUN-DATE.                                                 00001720
            05 WS-RUN-CCYY PIC 9(4).                                    00001730
            05 WS-RUN-MM PIC 99.                                        00001740
            05 WS-RUN-DD PIC 99.                                        00001750
       01  WS-RANGE-START PIC 9(7) VALUE 0.                             00001760
       01  WS-RANGE-END PIC 9(7) VALUE 0.                               00001770
       01  WS-PART-COUNT PIC 9(2) VALUE 0.                              00001780
       01  WS-PART-IX PIC 9(2) VALUE 0.                                 00001790
       01  WS-PART-BAD-FLAG PIC X VALUE 'N'.                            00001800
            88 PARTITION-BAD VALUE 'Y'.                                 00001810
       01  WS-GROUP-OPEN-FLAG PIC X VALUE 'N'.                          00001820
            88 GROUP-OPEN VALUE 'Y'.                                    00001830
       01  WS-PART-GROUPS PIC 9(3) VALUE 0.                             00001840
       01  WS-EXPECTED-SEQ PIC 9(7) VALUE 0.                            00001850
       01  WS-COVER-HI PIC 9(7) VALUE 0.                                00001860
       01  WS-REJECT-COUNT PIC 9(7) VALUE 0.                            00001870
       01  WS-REJECT-TEXT PIC X(40).                                    00001880
       01  WS-MERGED-COUNT PIC 9(7) VALUE 0.                            00001890
       01  WS-COPY-ORD PIC 9(3) VALUE 0.                                00001900
       01  WS-COPY-FLAG PIC X VALUE 'N'.                                00001910
            88 COPY-ACTIVE VALUE 'Y'.                                   00001920
      *                                                                 00001930
      * ONE ENTRY PER HEADER/TRAILER GROUP FOUND ON THE PARTITION       00001940
      * EXTRACTS, SORTED INTO RANGE ORDER BEFORE THE COVERAGE CHECK.    00001950
      *                                                                 00001960
       01  WS-GRP-COUNT PIC 9(3) VALUE 0.                               00001970
       01  WS-GRP-LIMIT PIC 9(3) VALUE 100.                             00001980
       01  WS-GRP-IX PIC 9(3) VALUE 0.                                  00001990
       01  WS-GRP-JX PIC 9(3) VALUE 0.                                  00002000
       01  WS-GROUP-TABLE.                                              00002010
            05 WS-GRP-ENTRY OCCURS 100 TIMES.                           00002020
                10 WS-GRP-PART PIC 9(2).                                00002030
                10 WS-GRP-ORD PIC 9(3).                                 00002040
                10 WS-GRP-DATE PIC 9(8).                                00002050
                10 WS-GRP-LO PIC 9(7).                                  00002060
                10 WS-GRP-HI PIC 9(7).                                  00002070
                10 WS-GRP-DIV1 PIC 9(7).                                00002080
                10 WS-GRP-DIV2 PIC 9(7).                                00002090
                10 WS-GRP-DIV3 PIC 9(7).                                00002100
                10 WS-GRP-CNT PIC 9(7).                                 00002110
       01  WS-GRP-SAVE.                                                 00002120
            05 WS-SAV-PART PIC 9(2).                                    00002130
            05 WS-SAV-ORD PIC 9(3).                                     00002140
            05 WS-SAV-DATE PIC 9(8).                                    00002150
            05 WS-SAV-LO PIC 9(7).                                      00002160
            05 WS-SAV-HI PIC 9(7).                                      00002170
            05 WS-SAV-DIV1 PIC 9(7).                                    00002180
            05 WS-SAV-DIV2 PIC 9(7).                                    00002190
            05 WS-SAV-DIV3 PIC 9(7).                                    00002200
            05 WS-SAV-CNT PIC 9(7).                                     00002210
       01  WS-RPT-COPIED-TABLE.                                         00002220
            05 WS-RPT-COPIED OCCURS 99 TIMES PIC X.                     00002230
       01  WS-MERGE-TALLIES.                                            00002240
            05 WS-TALLY-FIZZ PIC 9(7) VALUE 0.                          00002250
            05 WS-TALLY-BUZZ PIC 9(7) VALUE 0.                          00002260
            05 WS-TALLY-BAZZ PIC 9(7) VALUE 0.                          00002270
            05 WS-TALLY-FIZZBUZZ PIC 9(7) VALUE 0.                      00002280
            05 WS-TALLY-FIZZBAZZ PIC 9(7) VALUE 0.                      00002290
            05 WS-TALLY-BUZZBAZZ PIC 9(7) VALUE 0.                      00002300
            05 WS-TALLY-FIZZBUZZBAZZ PIC 9(7) VALUE 0.                  00002310
            05 WS-TALLY-PLAIN PIC 9(7) VALUE 0.                         00002320
            05 WS-TALLY-OVERRIDE PIC 9(7) VALUE 0.                      00002330
       01  WS-TRL-TOTAL PIC 9(7) VALUE 0.                               00002340
       01  WS-GEN-NO PIC 9(4) VALUE 1.                                  00002350
       01  WS-RETAIN-COUNT PIC 9(3) VALUE 5.                            00002360
       01  WS-CAT-COUNT PIC 9(3) VALUE 0.                               00002370
       01  WS-CAT-IX PIC 9(3) VALUE 0.                                  00002380
       01  WS-CAT-RETIRE PIC 9(3) VALUE 0.                              00002390
       01  WS-SAVE-RC PIC 9(4) VALUE 0.                                 00002400
       01  WS-ARCHIVED-FLAG PIC X VALUE 'N'.                            00002410
            88 GENERATION-ARCHIVED VALUE 'Y'.                           00002420
       01  WS-CATALOG-TABLE.                                            00002430
            05 WS-CAT-ENTRY OCCURS 100 TIMES.                           00002440
                10 WS-CAT-GEN PIC 9(4).                                 00002450
                10 WS-CAT-DATE PIC 9(8).                                00002460
                10 WS-CAT-LO PIC 9(7).                                  00002470
                10 WS-CAT-HI PIC 9(7).                                  00002480
                10 WS-CAT-CNT PIC 9(7).                                 00002490
       01  WS-HEADING-1.                                                00002500
            05 FILLER PIC X(10) VALUE 'RUN DATE: '.                     00002510
            05 WS-HDG-MM PIC 99.                                        00002520
            05 FILLER PIC X VALUE '/'.                                  00002530
            05 WS-HDG-DD PIC 99.                                        00002540
            05 FILLER PIC X VALUE '/'.                                  00002550
            05 WS-HDG-CCYY PIC 9(4).                                    00002560
            05 FILLER PIC X(20) VALUE SPACES.                           00002570
            05 FILLER PIC X(6) VALUE 'PAGE: '.                          00002580
            05 WS-HDG-PAGE PIC ZZZZZZ9.                                 00002590
            05 FILLER PIC X(27) VALUE SPACES.                           00002600
       01  WS-HEADING-2 PIC X(80)                                       00002610
               VALUE 'FIZZBUZZ CLASSIFICATION REPORT'.                  00002620
       01  WS-MERGE-RANGE-LINE.                                         00002630
            05 FILLER PIC X(16) VALUE 'MERGED RANGE    '.               00002640
            05 WS-MRL-START PIC ZZZZZZ9.                                00002650
            05 FILLER PIC X(4) VALUE ' TO '.                            00002660
            05 WS-MRL-END PIC ZZZZZZ9.                                  00002670
            05 FILLER PIC X(6) VALUE '  FROM'.                          00002680
            05 WS-MRL-PARTS PIC ZZ9.                                    00002690
            05 FILLER PIC X(11) VALUE ' PARTITIONS'.                    00002700
            05 FILLER PIC X(26) VALUE SPACES.                           00002710
       01  WS-TRAILER-LINE.                                             00002720
            05 FILLER PIC X(10) VALUE SPACES.                           00002730
            05 WS-TRL-LABEL PIC X(20).                                  00002740
            05 WS-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.                            00002750
            05 FILLER PIC X(39) VALUE SPACES.                           00002760
       01  WS-MRG-HEADING PIC X(80)                                     00002770
               VALUE 'FIZZBUZZ PARTITION MERGE REPORT'.                 00002780
       01  WS-GROUP-LINE.                                               00002790
            05 FILLER PIC X(10) VALUE 'PARTITION '.                     00002800
            05 WS-GRL-PART PIC 99.                                      00002810
            05 FILLER PIC X(8) VALUE '  RANGE '.                        00002820
            05 WS-GRL-LO PIC ZZZZZZ9.                                   00002830
            05 FILLER PIC X(4) VALUE ' TO '.                            00002840
            05 WS-GRL-HI PIC ZZZZZZ9.                                   00002850
            05 FILLER PIC X(10) VALUE '  DETAILS '.                     00002860
            05 WS-GRL-CNT PIC ZZZZZZ9.                                  00002870
            05 FILLER PIC X(25) VALUE SPACES.                           00002880
       01  WS-REJECT-LINE.                                              00002890
            05 FILLER PIC X(10) VALUE 'PARTITION '.                     00002900
            05 WS-RJL-PART PIC 99.                                      00002910
            05 FILLER PIC X(3) VALUE ' - '.                             00002920
            05 WS-RJL-TEXT PIC X(40).                                   00002930
            05 WS-RJL-SEQ PIC ZZZZZZ9.                                  00002940
            05 FILLER PIC X(18) VALUE SPACES.                           00002950
       01  WS-MSG-LINE.                                                 00002960
            05 WS-MSG-TEXT PIC X(44).                                   00002970
            05 WS-MSG-NO PIC ZZZ,ZZZ,ZZ9.                               00002980
            05 FILLER PIC X(25) VALUE SPACES.                           00002990
       PROCEDURE DIVISION.                                              00003000
       0000-MAIN.                                                       00003010
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00003020
           MOVE SPACES TO WS-MERGE-CARD                                 00003030
           ACCEPT WS-MERGE-CARD FROM SYSIN                              00003040
           IF WS-MRG-CARD-START IS NOT NUMERIC                          00003050
               OR WS-MRG-CARD-END IS NOT NUMERIC                        00003060
               OR WS-MRG-CARD-PARTS IS NOT NUMERIC THEN                 00003070
               DISPLAY 'FBMERGE MERGE CARD NOT NUMERIC: '               00003080
                   WS-MERGE-CARD UPON CONSOLE                           00003090
               MOVE 8 TO RETURN-CODE                                    00003100
               STOP RUN                                                 00003110
           END-IF                                                       00003120
           MOVE WS-MRG-CARD-START TO WS-RANGE-START                     00003130
           MOVE WS-MRG-CARD-END TO WS-RANGE-END                         00003140
           MOVE WS-MRG-CARD-PARTS TO WS-PART-COUNT                      00003150
           IF WS-RANGE-START > WS-RANGE-END                             00003160
               OR WS-PART-COUNT = 0 THEN                                00003170
               DISPLAY 'FBMERGE MERGE CARD RANGE OR PARTITION COUNT '   00003180
                   'INVALID: ' WS-MERGE-CARD UPON CONSOLE               00003190
               MOVE 8 TO RETURN-CODE                                    00003200
               STOP RUN                                                 00003210
           END-IF                                                       00003220
           OPEN OUTPUT MERGE-REPORT-FILE                                00003230
           IF NOT MRG-OK THEN                                           00003240
               DISPLAY 'FBMERGE MERGE REPORT OPEN ERROR, STATUS='       00003250
                   WS-MRG-STATUS UPON CONSOLE                           00003260
               MOVE 32 TO RETURN-CODE                                   00003270
               STOP RUN                                                 00003280
           END-IF                                                       00003290
           WRITE MERGE-REPORT-LINE FROM WS-MRG-HEADING                  00003300
           PERFORM PERF-CHECK-MRG-STATUS                                00003310
           MOVE SPACES TO MERGE-REPORT-LINE                             00003320
           WRITE MERGE-REPORT-LINE                                      00003330
           PERFORM PERF-CHECK-MRG-STATUS                                00003340
           MOVE ZEROS TO WS-MERGE-TALLIES                               00003350
           PERFORM PERF-SCAN-PARTITION                                  00003360
               VARYING WS-PART-IX FROM 1 BY 1                           00003370
               UNTIL WS-PART-IX > WS-PART-COUNT                         00003380
           IF WS-REJECT-COUNT = 0 THEN                                  00003390
               PERFORM PERF-SORT-GROUPS                                 00003400
               PERFORM PERF-CHECK-COVERAGE                              00003410
           END-IF                                                       00003420
           IF WS-REJECT-COUNT > 0 THEN                                  00003430
               PERFORM PERF-MERGE-SUMMARY                               00003440
               CLOSE MERGE-REPORT-FILE                                  00003450
               DISPLAY 'FBMERGE PARTITION SET REJECTED, REASONS='       00003460
                   WS-REJECT-COUNT UPON CONSOLE                         00003470
               MOVE 8 TO RETURN-CODE                                    00003480
               PERFORM PERF-WRITE-STEP-STATUS                           00003490
               STOP RUN                                                 00003500
           END-IF                                                       00003510
           PERFORM PERF-SET-GENERATION                                  00003520
           PERFORM PERF-WRITE-GENERATION                                00003530
           PERFORM PERF-WRITE-CATALOG                                   00003540
           PERFORM PERF-DROP-PARTITION                                  00003550
               VARYING WS-PART-IX FROM 1 BY 1                           00003560
               UNTIL WS-PART-IX > WS-PART-COUNT                         00003570
           PERFORM PERF-MERGE-SUMMARY                                   00003580
           CLOSE MERGE-REPORT-FILE                                      00003590
           DISPLAY 'FBMERGE CATALOGED GENERATION ' WS-GEN-NO            00003600
               ' FROM ' WS-PART-COUNT ' PARTITIONS' UPON CONSOLE        00003610
           PERFORM PERF-WRITE-STEP-STATUS                               00003620
           STOP RUN.                                                    00003630
       PERF-WRITE-STEP-STATUS.                                          00003640
           OPEN EXTEND STEP-STATUS-FILE                                 00003650
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00003660
               DISPLAY 'FBMERGE STEP STATUS OPEN ERROR, STATUS='        00003670
                   WS-STEP-STATUS UPON CONSOLE                          00003680
               MOVE 88 TO RETURN-CODE                                   00003690
               STOP RUN                                                 00003700
           END-IF                                                       00003710
           MOVE 'FBMERGE' TO FB-STP-PROGRAM                             00003720
           MOVE WS-RUN-DATE TO FB-STP-RUN-DATE                          00003730
           MOVE RETURN-CODE TO FB-STP-RETURN-CODE                       00003740
           MOVE WS-MERGED-COUNT TO FB-STP-COUNT-1                       00003750
           MOVE WS-PART-COUNT TO FB-STP-COUNT-2                         00003760
           MOVE WS-REJECT-COUNT TO FB-STP-COUNT-3                       00003770
           IF WS-REJECT-COUNT = 0 THEN                                  00003780
               MOVE WS-GEN-NO TO FB-STP-GEN-NO                          00003790
           ELSE                                                         00003800
               MOVE ZEROS TO FB-STP-GEN-NO                              00003810
           END-IF                                                       00003820
           WRITE FB-STEP-RECORD                                         00003830
           IF NOT STEP-OK THEN                                          00003840
               DISPLAY 'FBMERGE STEP STATUS WRITE ERROR, STATUS='       00003850
                   WS-STEP-STATUS UPON CONSOLE                          00003860
               MOVE 92 TO RETURN-CODE                                   00003870
               STOP RUN                                                 00003880
           END-IF                                                       00003890
           CLOSE STEP-STATUS-FILE.                                      00003900
       PERF-CHECK-MRG-STATUS.                                           00003910
           IF NOT MRG-OK THEN                                           00003920
               DISPLAY 'FBMERGE MERGE REPORT WRITE ERROR, STATUS='      00003930
                   WS-MRG-STATUS UPON CONSOLE                           00003940
               MOVE 36 TO RETURN-CODE                                   00003950
               STOP RUN                                                 00003960
           END-IF.                                                      00003970
       PERF-WRITE-REJECT.                                               00003980
           ADD 1 TO WS-REJECT-COUNT                                     00003990
           MOVE WS-REJECT-TEXT TO WS-RJL-TEXT                           00004000
           WRITE MERGE-REPORT-LINE FROM WS-REJECT-LINE                  00004010
           PERFORM PERF-CHECK-MRG-STATUS.                               00004020
      *                                                                 00004030
      * FIRST PASS: PROVE ONE PARTITION.  EVERY HEADER MUST BE          00004040
      * FOLLOWED BY THE UNBROKEN RUN OF DETAILS FOR ITS RANGE AND A     00004050
      * TRAILER WHOSE COUNT AGREES; THE FIRST FAULT FOUND ENDS THE      00004060
      * SCAN OF THAT PARTITION.                                         00004070
      *                                                                 00004080
       PERF-SCAN-PARTITION.                                             00004090
           MOVE WS-PART-IX TO WS-PART-RPT-NO                            00004100
           MOVE WS-PART-IX TO WS-PART-EXTR-NO                           00004110
           MOVE WS-PART-IX TO WS-RJL-PART                               00004120
           MOVE 0 TO WS-RJL-SEQ                                         00004130
           MOVE 'N' TO WS-PART-BAD-FLAG                                 00004140
           MOVE 'N' TO WS-GROUP-OPEN-FLAG                               00004150
           MOVE 0 TO WS-PART-GROUPS                                     00004160
           OPEN INPUT PART-RPT-FILE                                     00004170
           IF PRPT-NOT-FOUND THEN                                       00004180
               MOVE 'PARTITION REPORT MISSING' TO WS-REJECT-TEXT        00004190
               PERFORM PERF-WRITE-REJECT                                00004200
           ELSE                                                         00004210
               IF NOT PRPT-OK THEN                                      00004220
                   DISPLAY 'FBMERGE PARTITION REPORT OPEN ERROR, '      00004230
                       'STATUS=' WS-PRPT-STATUS UPON CONSOLE            00004240
                   MOVE 40 TO RETURN-CODE                               00004250
                   STOP RUN                                             00004260
               END-IF                                                   00004270
               CLOSE PART-RPT-FILE                                      00004280
           END-IF                                                       00004290
           OPEN INPUT PART-EXTR-FILE                                    00004300
           IF PEXT-NOT-FOUND THEN                                       00004310
               MOVE 'PARTITION EXTRACT MISSING' TO WS-REJECT-TEXT       00004320
               PERFORM PERF-WRITE-REJECT                                00004330
           ELSE                                                         00004340
               IF NOT PEXT-OK THEN                                      00004350
                   DISPLAY 'FBMERGE PARTITION EXTRACT OPEN ERROR, '     00004360
                       'STATUS=' WS-PEXT-STATUS UPON CONSOLE            00004370
                   MOVE 44 TO RETURN-CODE                               00004380
                   STOP RUN                                             00004390
               END-IF                                                   00004400
               PERFORM PERF-READ-PART-EXTR                              00004410
               PERFORM PERF-SCAN-RECORD                                 00004420
                   UNTIL PEXT-EOF OR PARTITION-BAD                      00004430
               IF NOT PARTITION-BAD AND GROUP-OPEN THEN                 00004440
                   MOVE 'NO TRAILER, DETAILS END BEFORE'                00004450
                       TO WS-REJECT-TEXT                                00004460
                   MOVE WS-EXPECTED-SEQ TO WS-RJL-SEQ                   00004470
                   PERFORM PERF-WRITE-REJECT                            00004480
               END-IF                                                   00004490
               IF NOT PARTITION-BAD AND WS-PART-GROUPS = 0 THEN         00004500
                   MOVE 'PARTITION EXTRACT IS EMPTY' TO WS-REJECT-TEXT  00004510
                   PERFORM PERF-WRITE-REJECT                            00004520
               END-IF                                                   00004530
               CLOSE PART-EXTR-FILE                                     00004540
           END-IF.                                                      00004550
       PERF-READ-PART-EXTR.                                             00004560
           READ PART-EXTR-FILE                                          00004570
               AT END CONTINUE                                          00004580
           END-READ                                                     00004590
           IF NOT PEXT-OK AND NOT PEXT-EOF THEN                         00004600
               DISPLAY 'FBMERGE PARTITION EXTRACT READ ERROR, STATUS='  00004610
                   WS-PEXT-STATUS UPON CONSOLE                          00004620
               MOVE 48 TO RETURN-CODE                                   00004630
               STOP RUN                                                 00004640
           END-IF.                                                      00004650
       PERF-SCAN-RECORD.                                                00004660
           EVALUATE TRUE                                                00004670
               WHEN PRT-EXTR-SEQ-NO IS NUMERIC                          00004680
                   PERFORM PERF-SCAN-DETAIL                             00004690
               WHEN PRT-HEADER-REC                                      00004700
                   PERFORM PERF-SCAN-HEADER                             00004710
               WHEN PRT-TRAILER-REC                                     00004720
                   PERFORM PERF-SCAN-TRAILER                            00004730
               WHEN OTHER                                               00004740
                   MOVE 'UNRECOGNIZED CONTROL RECORD'                   00004750
                       TO WS-REJECT-TEXT                                00004760
                   PERFORM PERF-PARTITION-FAULT                         00004770
           END-EVALUATE                                                 00004780
           IF NOT PARTITION-BAD THEN                                    00004790
               PERFORM PERF-READ-PART-EXTR                              00004800
           END-IF.                                                      00004810
       PERF-PARTITION-FAULT.                                            00004820
           MOVE 'Y' TO WS-PART-BAD-FLAG                                 00004830
           PERFORM PERF-WRITE-REJECT.                                   00004840
       PERF-SCAN-HEADER.                                                00004850
           EVALUATE TRUE                                                00004860
               WHEN GROUP-OPEN                                          00004870
                   MOVE 'HEADER BEFORE PRIOR TRAILER'                   00004880
                       TO WS-REJECT-TEXT                                00004890
                   PERFORM PERF-PARTITION-FAULT                         00004900
               WHEN PRT-HDR-RUN-DATE IS NOT NUMERIC                     00004910
                   OR PRT-HDR-RANGE-START IS NOT NUMERIC                00004920
                   OR PRT-HDR-RANGE-END IS NOT NUMERIC                  00004930
                   OR PRT-HDR-DIVISOR-1 IS NOT NUMERIC                  00004940
                   OR PRT-HDR-DIVISOR-2 IS NOT NUMERIC                  00004950
                   OR PRT-HDR-DIVISOR-3 IS NOT NUMERIC                  00004960
                   MOVE 'HEADER RECORD NOT NUMERIC' TO WS-REJECT-TEXT   00004970
                   PERFORM PERF-PARTITION-FAULT                         00004980
               WHEN PRT-HDR-RANGE-START > PRT-HDR-RANGE-END             00004990
                   MOVE 'HEADER RANGE INVALID' TO WS-REJECT-TEXT        00005000
                   PERFORM PERF-PARTITION-FAULT                         00005010
               WHEN WS-GRP-COUNT >= WS-GRP-LIMIT                        00005020
                   MOVE 'MORE THAN 100 RANGES IN PARTITION SET'         00005030
                       TO WS-REJECT-TEXT                                00005040
                   PERFORM PERF-PARTITION-FAULT                         00005050
               WHEN OTHER                                               00005060
                   ADD 1 TO WS-GRP-COUNT                                00005070
                   ADD 1 TO WS-PART-GROUPS                              00005080
                   MOVE WS-PART-IX TO WS-GRP-PART (WS-GRP-COUNT)        00005090
                   MOVE WS-PART-GROUPS TO WS-GRP-ORD (WS-GRP-COUNT)     00005100
                   MOVE PRT-HDR-RUN-DATE TO WS-GRP-DATE (WS-GRP-COUNT)  00005110
                   MOVE PRT-HDR-RANGE-START                             00005120
                       TO WS-GRP-LO (WS-GRP-COUNT)                      00005130
                   MOVE PRT-HDR-RANGE-END TO WS-GRP-HI (WS-GRP-COUNT)   00005140
                   MOVE PRT-HDR-DIVISOR-1                               00005150
                       TO WS-GRP-DIV1 (WS-GRP-COUNT)                    00005160
                   MOVE PRT-HDR-DIVISOR-2                               00005170
                       TO WS-GRP-DIV2 (WS-GRP-COUNT)                    00005180
                   MOVE PRT-HDR-DIVISOR-3                               00005190
                       TO WS-GRP-DIV3 (WS-GRP-COUNT)                    00005200
                   MOVE 0 TO WS-GRP-CNT (WS-GRP-COUNT)                  00005210
                   MOVE PRT-HDR-RANGE-START TO WS-EXPECTED-SEQ          00005220
                   MOVE 'Y' TO WS-GROUP-OPEN-FLAG                       00005230
           END-EVALUATE.                                                00005240
       PERF-SCAN-DETAIL.                                                00005250
           IF NOT GROUP-OPEN THEN                                       00005260
               MOVE 'DETAIL OUTSIDE HEADER AND TRAILER'                 00005270
                   TO WS-REJECT-TEXT                                    00005280
               MOVE PRT-EXTR-SEQ-NO TO WS-RJL-SEQ                       00005290
               PERFORM PERF-PARTITION-FAULT                             00005300
           ELSE                                                         00005310
               IF PRT-EXTR-SEQ-NO NOT = WS-EXPECTED-SEQ                 00005320
                   OR PRT-EXTR-SEQ-NO > WS-GRP-HI (WS-GRP-COUNT) THEN   00005330
                   MOVE 'SEQUENCE BREAK AT' TO WS-REJECT-TEXT           00005340
                   MOVE PRT-EXTR-SEQ-NO TO WS-RJL-SEQ                   00005350
                   PERFORM PERF-PARTITION-FAULT                         00005360
               ELSE                                                     00005370
                   ADD 1 TO WS-GRP-CNT (WS-GRP-COUNT)                   00005380
                   ADD 1 TO WS-EXPECTED-SEQ                             00005390
               END-IF                                                   00005400
           END-IF.                                                      00005410
       PERF-SCAN-TRAILER.                                               00005420
           IF NOT GROUP-OPEN THEN                                       00005430
               MOVE 'TRAILER WITHOUT HEADER' TO WS-REJECT-TEXT          00005440
               PERFORM PERF-PARTITION-FAULT                             00005450
           ELSE                                                         00005460
               IF PRT-TRL-DETAIL-COUNT IS NOT NUMERIC                   00005470
                   OR PRT-TRL-DETAIL-COUNT                              00005480
                       NOT = WS-GRP-CNT (WS-GRP-COUNT)                  00005490
                   OR WS-EXPECTED-SEQ                                   00005500
                       NOT = WS-GRP-HI (WS-GRP-COUNT) + 1 THEN          00005510
                   MOVE 'TRAILER DOES NOT MATCH DETAILS, COUNT'         00005520
                       TO WS-REJECT-TEXT                                00005530
                   MOVE WS-GRP-CNT (WS-GRP-COUNT) TO WS-RJL-SEQ         00005540
                   PERFORM PERF-PARTITION-FAULT                         00005550
               END-IF                                                   00005560
           END-IF                                                       00005570
           IF NOT PARTITION-BAD THEN                                    00005580
               PERFORM PERF-CHECK-TRAILER-TALLY                         00005590
           END-IF.                                                      00005600
       PERF-CHECK-TRAILER-TALLY.                                        00005610
           IF PRT-TRL-TALLY-FIZZ IS NOT NUMERIC                         00005620
               OR PRT-TRL-TALLY-BUZZ IS NOT NUMERIC                     00005630
               OR PRT-TRL-TALLY-BAZZ IS NOT NUMERIC                     00005640
               OR PRT-TRL-TALLY-FIZZBUZZ IS NOT NUMERIC                 00005650
               OR PRT-TRL-TALLY-FIZZBAZZ IS NOT NUMERIC                 00005660
               OR PRT-TRL-TALLY-BUZZBAZZ IS NOT NUMERIC                 00005670
               OR PRT-TRL-TALLY-FIZZBUZZBAZZ IS NOT NUMERIC             00005680
               OR PRT-TRL-TALLY-PLAIN IS NOT NUMERIC                    00005690
               OR PRT-TRL-TALLY-OVERRIDE IS NOT NUMERIC THEN            00005700
               MOVE 'TRAILER TALLIES NOT NUMERIC' TO WS-REJECT-TEXT     00005710
               PERFORM PERF-PARTITION-FAULT                             00005720
           ELSE                                                         00005730
               COMPUTE WS-TRL-TOTAL =                                   00005740
                   PRT-TRL-TALLY-FIZZ + PRT-TRL-TALLY-BUZZ              00005750
                   + PRT-TRL-TALLY-BAZZ + PRT-TRL-TALLY-FIZZBUZZ        00005760
                   + PRT-TRL-TALLY-FIZZBAZZ + PRT-TRL-TALLY-BUZZBAZZ    00005770
                   + PRT-TRL-TALLY-FIZZBUZZBAZZ + PRT-TRL-TALLY-PLAIN   00005780
                   + PRT-TRL-TALLY-OVERRIDE                             00005790
               IF WS-TRL-TOTAL NOT = PRT-TRL-DETAIL-COUNT THEN          00005800
                   MOVE 'TRAILER TALLIES DO NOT SUM TO COUNT'           00005810
                       TO WS-REJECT-TEXT                                00005820
                   MOVE WS-TRL-TOTAL TO WS-RJL-SEQ                      00005830
                   PERFORM PERF-PARTITION-FAULT                         00005840
               ELSE                                                     00005850
                   PERFORM PERF-ADD-TRAILER                             00005860
                   MOVE 'N' TO WS-GROUP-OPEN-FLAG                       00005870
               END-IF                                                   00005880
           END-IF.                                                      00005890
       PERF-ADD-TRAILER.                                                00005900
           ADD PRT-TRL-TALLY-FIZZ TO WS-TALLY-FIZZ                      00005910
           ADD PRT-TRL-TALLY-BUZZ TO WS-TALLY-BUZZ                      00005920
           ADD PRT-TRL-TALLY-BAZZ TO WS-TALLY-BAZZ                      00005930
           ADD PRT-TRL-TALLY-FIZZBUZZ TO WS-TALLY-FIZZBUZZ              00005940
           ADD PRT-TRL-TALLY-FIZZBAZZ TO WS-TALLY-FIZZBAZZ              00005950
           ADD PRT-TRL-TALLY-BUZZBAZZ TO WS-TALLY-BUZZBAZZ              00005960
           ADD PRT-TRL-TALLY-FIZZBUZZBAZZ TO WS-TALLY-FIZZBUZZBAZZ      00005970
           ADD PRT-TRL-TALLY-PLAIN TO WS-TALLY-PLAIN                    00005980
           ADD PRT-TRL-TALLY-OVERRIDE TO WS-TALLY-OVERRIDE.             00005990
      *                                                                 00006000
      * THE RANGES ARE PUT IN ASCENDING ORDER SO THE DETAILS CAN BE     00006010
      * COPIED OUT IN SEQUENCE AND THE COVERAGE PROVED IN ONE PASS.     00006020
      *                                                                 00006030
       PERF-SORT-GROUPS.                                                00006040
           IF WS-GRP-COUNT > 1 THEN                                     00006050
               PERFORM PERF-SORT-PASS                                   00006060
                   VARYING WS-GRP-IX FROM 1 BY 1                        00006070
                   UNTIL WS-GRP-IX >= WS-GRP-COUNT                      00006080
           END-IF.                                                      00006090
       PERF-SORT-PASS.                                                  00006100
           PERFORM PERF-SORT-COMPARE                                    00006110
               VARYING WS-GRP-JX FROM 1 BY 1                            00006120
               UNTIL WS-GRP-JX > WS-GRP-COUNT - WS-GRP-IX.              00006130
       PERF-SORT-COMPARE.                                               00006140
           IF WS-GRP-LO (WS-GRP-JX) > WS-GRP-LO (WS-GRP-JX + 1) THEN    00006150
               MOVE WS-GRP-ENTRY (WS-GRP-JX) TO WS-GRP-SAVE             00006160
               MOVE WS-GRP-ENTRY (WS-GRP-JX + 1)                        00006170
                   TO WS-GRP-ENTRY (WS-GRP-JX)                          00006180
               MOVE WS-GRP-SAVE TO WS-GRP-ENTRY (WS-GRP-JX + 1)         00006190
           END-IF.                                                      00006200
      *                                                                 00006210
      * THE SORTED RANGES MUST START AT THE MERGE CARD START, FOLLOW    00006220
      * ONE ANOTHER WITH NO OVERLAP AND NO GAP, END AT THE MERGE CARD   00006230
      * END, AND ALL CARRY THE SAME DIVISORS AND RUN DATE.              00006240
      *                                                                 00006250
       PERF-CHECK-COVERAGE.                                             00006260
           MOVE WS-GRP-HI (1) TO WS-COVER-HI                            00006270
           PERFORM PERF-CHECK-GROUP                                     00006280
               VARYING WS-GRP-IX FROM 1 BY 1                            00006290
               UNTIL WS-GRP-IX > WS-GRP-COUNT                           00006300
           IF WS-COVER-HI < WS-RANGE-END THEN                           00006310
               MOVE WS-GRP-PART (WS-GRP-COUNT) TO WS-RJL-PART           00006320
               MOVE 'GAP AFTER LAST RANGE, MISSING FROM'                00006330
                   TO WS-REJECT-TEXT                                    00006340
               COMPUTE WS-RJL-SEQ = WS-COVER-HI + 1                     00006350
               PERFORM PERF-WRITE-REJECT                                00006360
           END-IF.                                                      00006370
       PERF-CHECK-GROUP.                                                00006380
           MOVE WS-GRP-PART (WS-GRP-IX) TO WS-RJL-PART                  00006390
           MOVE WS-GRP-LO (WS-GRP-IX) TO WS-RJL-SEQ                     00006400
           IF WS-GRP-IX = 1 THEN                                        00006410
               IF WS-GRP-LO (1) NOT = WS-RANGE-START THEN               00006420
                   MOVE 'FIRST RANGE DOES NOT START MERGE, AT'          00006430
                       TO WS-REJECT-TEXT                                00006440
                   PERFORM PERF-WRITE-REJECT                            00006450
               END-IF                                                   00006460
           ELSE                                                         00006470
               EVALUATE TRUE                                            00006480
                   WHEN WS-GRP-LO (WS-GRP-IX) <= WS-COVER-HI            00006490
                       MOVE 'RANGE OVERLAPS PRIOR PARTITION AT'         00006500
                           TO WS-REJECT-TEXT                            00006510
                       PERFORM PERF-WRITE-REJECT                        00006520
                   WHEN WS-GRP-LO (WS-GRP-IX) > WS-COVER-HI + 1         00006530
                       MOVE 'GAP BEFORE RANGE STARTING AT'              00006540
                           TO WS-REJECT-TEXT                            00006550
                       PERFORM PERF-WRITE-REJECT                        00006560
                   WHEN OTHER                                           00006570
                       CONTINUE                                         00006580
               END-EVALUATE                                             00006590
               IF WS-GRP-DIV1 (WS-GRP-IX) NOT = WS-GRP-DIV1 (1)         00006600
                   OR WS-GRP-DIV2 (WS-GRP-IX) NOT = WS-GRP-DIV2 (1)     00006610
                   OR WS-GRP-DIV3 (WS-GRP-IX) NOT = WS-GRP-DIV3 (1)     00006620
                   THEN                                                 00006630
                   MOVE 'DIVISORS DIFFER FROM FIRST RANGE AT'           00006640
                       TO WS-REJECT-TEXT                                00006650
                   PERFORM PERF-WRITE-REJECT                            00006660
               END-IF                                                   00006670
               IF WS-GRP-DATE (WS-GRP-IX) NOT = WS-GRP-DATE (1) THEN    00006680
                   MOVE 'RUN DATE DIFFERS FROM FIRST RANGE AT'          00006690
                       TO WS-REJECT-TEXT                                00006700
                   PERFORM PERF-WRITE-REJECT                            00006710
               END-IF                                                   00006720
               IF WS-GRP-HI (WS-GRP-IX) > WS-COVER-HI THEN              00006730
                   MOVE WS-GRP-HI (WS-GRP-IX) TO WS-COVER-HI            00006740
               END-IF                                                   00006750
           END-IF                                                       00006760
           IF WS-GRP-HI (WS-GRP-IX) > WS-RANGE-END THEN                 00006770
               MOVE 'RANGE RUNS PAST MERGE END, STARTING AT'            00006780
                   TO WS-REJECT-TEXT                                    00006790
               PERFORM PERF-WRITE-REJECT                                00006800
           END-IF.                                                      00006810
      *                                                                 00006820
      * THE NEXT GENERATION NUMBER FOLLOWS THE NEWEST CATALOG ENTRY,    00006830
      * AS IN THE CLASSIFIER.                                           00006840
      *                                                                 00006850
       PERF-SET-GENERATION.                                             00006860
           PERFORM PERF-READ-CATALOG                                    00006870
           IF WS-CAT-COUNT > 0 THEN                                     00006880
               COMPUTE WS-GEN-NO = WS-CAT-GEN (WS-CAT-COUNT) + 1        00006890
           ELSE                                                         00006900
               MOVE 1 TO WS-GEN-NO                                      00006910
           END-IF                                                       00006920
           MOVE WS-GEN-NO TO WS-RPT-DSN-GEN                             00006930
           MOVE WS-GEN-NO TO WS-EXTR-DSN-GEN                            00006940
           DISPLAY 'FBMERGE WRITING OUTPUT GENERATION ' WS-GEN-NO       00006950
               UPON CONSOLE.                                            00006960
       PERF-READ-CATALOG.                                               00006970
           MOVE 0 TO WS-CAT-COUNT                                       00006980
           OPEN INPUT CATALOG-FILE                                      00006990
           IF CAT-NOT-FOUND THEN                                        00007000
               CONTINUE                                                 00007010
           ELSE                                                         00007020
               IF NOT CAT-OK AND NOT CAT-CREATED THEN                   00007030
                   DISPLAY 'FBMERGE CATALOG FILE OPEN ERROR, STATUS='   00007040
                       WS-CAT-STATUS UPON CONSOLE                       00007050
                   MOVE 72 TO RETURN-CODE                               00007060
                   STOP RUN                                             00007070
               END-IF                                                   00007080
               PERFORM PERF-READ-CAT-REC                                00007090
               PERFORM PERF-LOAD-CAT-REC UNTIL CAT-EOF                  00007100
               CLOSE CATALOG-FILE                                       00007110
           END-IF.                                                      00007120
       PERF-READ-CAT-REC.                                               00007130
           READ CATALOG-FILE                                            00007140
               AT END CONTINUE                                          00007150
           END-READ                                                     00007160
           IF NOT CAT-OK AND NOT CAT-EOF THEN                           00007170
               DISPLAY 'FBMERGE CATALOG FILE READ ERROR, STATUS='       00007180
                   WS-CAT-STATUS UPON CONSOLE                           00007190
               MOVE 76 TO RETURN-CODE                                   00007200
               STOP RUN                                                 00007210
           END-IF.                                                      00007220
       PERF-LOAD-CAT-REC.                                               00007230
           EVALUATE TRUE                                                00007240
               WHEN FB-CATALOG-HDR                                      00007250
                   IF FB-CAT-RETAIN IS NUMERIC                          00007260
                       AND FB-CAT-RETAIN > 0 THEN                       00007270
                       MOVE FB-CAT-RETAIN TO WS-RETAIN-COUNT            00007280
                   END-IF                                               00007290
               WHEN FB-CAT-GEN-NO IS NUMERIC                            00007300
                   PERFORM PERF-STORE-CAT-ENTRY                         00007310
               WHEN OTHER                                               00007320
                   DISPLAY 'FBMERGE CATALOG RECORD INVALID, IGNORED: '  00007330
                       FB-CATALOG-RECORD UPON CONSOLE                   00007340
           END-EVALUATE                                                 00007350
           PERFORM PERF-READ-CAT-REC.                                   00007360
       PERF-STORE-CAT-ENTRY.                                            00007370
           IF WS-CAT-COUNT >= 100 THEN                                  00007380
               PERFORM PERF-SHIFT-CATALOG                               00007390
                   VARYING WS-CAT-IX FROM 2 BY 1                        00007400
                   UNTIL WS-CAT-IX > 100                                00007410
               MOVE 99 TO WS-CAT-COUNT                                  00007420
           END-IF                                                       00007430
           ADD 1 TO WS-CAT-COUNT                                        00007440
           MOVE FB-CAT-GEN-NO TO WS-CAT-GEN (WS-CAT-COUNT)              00007450
           MOVE FB-CAT-RUN-DATE TO WS-CAT-DATE (WS-CAT-COUNT)           00007460
           MOVE FB-CAT-RANGE-START TO WS-CAT-LO (WS-CAT-COUNT)          00007470
           MOVE FB-CAT-RANGE-END TO WS-CAT-HI (WS-CAT-COUNT)            00007480
           MOVE FB-CAT-EXTR-COUNT TO WS-CAT-CNT (WS-CAT-COUNT).         00007490
       PERF-SHIFT-CATALOG.                                              00007500
           MOVE WS-CAT-ENTRY (WS-CAT-IX)                                00007510
               TO WS-CAT-ENTRY (WS-CAT-IX - 1).                         00007520
      *                                                                 00007530
      * SECOND PASS: WRITE THE GENERATION.  THE REPORT CARRIES THE      00007540
      * PARTITION REPORTS IN RANGE ORDER, SO THEIR CONTROL TOTALS       00007550
      * STILL BALANCE TO THE EXTRACT UNDER FBVERIFY, FOLLOWED BY THE    00007560
      * COMBINED JOB TOTALS.  THE EXTRACT CARRIES ONE HEADER, EVERY     00007570
      * RANGE'S DETAILS IN ASCENDING ORDER, AND ONE TRAILER.            00007580
      *                                                                 00007590
       PERF-WRITE-GENERATION.                                           00007600
           OPEN OUTPUT REPORT-FILE                                      00007610
           IF NOT RPT-OK THEN                                           00007620
               DISPLAY 'FBMERGE REPORT FILE OPEN ERROR, STATUS='        00007630
                   WS-RPT-STATUS UPON CONSOLE                           00007640
               MOVE 52 TO RETURN-CODE                                   00007650
               STOP RUN                                                 00007660
           END-IF                                                       00007670
           OPEN OUTPUT EXTRACT-FILE                                     00007680
           IF NOT EXTR-OK THEN                                          00007690
               DISPLAY 'FBMERGE EXTRACT FILE OPEN ERROR, STATUS='       00007700
                   WS-EXTR-STATUS UPON CONSOLE                          00007710
               MOVE 56 TO RETURN-CODE                                   00007720
               STOP RUN                                                 00007730
           END-IF                                                       00007740
           MOVE WS-RUN-MM TO WS-HDG-MM                                  00007750
           MOVE WS-RUN-DD TO WS-HDG-DD                                  00007760
           MOVE WS-RUN-CCYY TO WS-HDG-CCYY                              00007770
           MOVE 1 TO WS-HDG-PAGE                                        00007780
           WRITE REPORT-LINE FROM WS-HEADING-1                          00007790
           PERFORM PERF-CHECK-RPT-STATUS                                00007800
           WRITE REPORT-LINE FROM WS-HEADING-2                          00007810
           PERFORM PERF-CHECK-RPT-STATUS                                00007820
           MOVE WS-RANGE-START TO WS-MRL-START                          00007830
           MOVE WS-RANGE-END TO WS-MRL-END                              00007840
           MOVE WS-PART-COUNT TO WS-MRL-PARTS                           00007850
           WRITE REPORT-LINE FROM WS-MERGE-RANGE-LINE                   00007860
           PERFORM PERF-CHECK-RPT-STATUS                                00007870
           MOVE SPACES TO REPORT-LINE                                   00007880
           WRITE REPORT-LINE                                            00007890
           PERFORM PERF-CHECK-RPT-STATUS                                00007900
           MOVE SPACES TO FB-EXTRACT-HEADER                             00007910
           MOVE 'FBHDR' TO FB-HDR-REC-ID                                00007920
           MOVE WS-GRP-DATE (1) TO FB-HDR-RUN-DATE                      00007930
           MOVE WS-RANGE-START TO FB-HDR-RANGE-START                    00007940
           MOVE WS-RANGE-END TO FB-HDR-RANGE-END                        00007950
           MOVE WS-GRP-DIV1 (1) TO FB-HDR-DIVISOR-1                     00007960
           MOVE WS-GRP-DIV2 (1) TO FB-HDR-DIVISOR-2                     00007970
           MOVE WS-GRP-DIV3 (1) TO FB-HDR-DIVISOR-3                     00007980
           WRITE FB-EXTRACT-HEADER                                      00007990
           PERFORM PERF-CHECK-EXTR-STATUS                               00008000
           MOVE ALL 'N' TO WS-RPT-COPIED-TABLE                          00008010
           PERFORM PERF-MERGE-GROUP                                     00008020
               VARYING WS-GRP-IX FROM 1 BY 1                            00008030
               UNTIL WS-GRP-IX > WS-GRP-COUNT                           00008040
           MOVE SPACES TO FB-EXTRACT-TRAILER                            00008050
           MOVE 'FBTRL' TO FB-TRL-REC-ID                                00008060
           MOVE WS-MERGED-COUNT TO FB-TRL-DETAIL-COUNT                  00008070
           MOVE WS-TALLY-FIZZ TO FB-TRL-TALLY-FIZZ                      00008080
           MOVE WS-TALLY-BUZZ TO FB-TRL-TALLY-BUZZ                      00008090
           MOVE WS-TALLY-BAZZ TO FB-TRL-TALLY-BAZZ                      00008100
           MOVE WS-TALLY-FIZZBUZZ TO FB-TRL-TALLY-FIZZBUZZ              00008110
           MOVE WS-TALLY-FIZZBAZZ TO FB-TRL-TALLY-FIZZBAZZ              00008120
           MOVE WS-TALLY-BUZZBAZZ TO FB-TRL-TALLY-BUZZBAZZ              00008130
           MOVE WS-TALLY-FIZZBUZZBAZZ TO FB-TRL-TALLY-FIZZBUZZBAZZ      00008140
           MOVE WS-TALLY-PLAIN TO FB-TRL-TALLY-PLAIN                    00008150
           MOVE WS-TALLY-OVERRIDE TO FB-TRL-TALLY-OVERRIDE              00008160
           WRITE FB-EXTRACT-TRAILER                                     00008170
           PERFORM PERF-CHECK-EXTR-STATUS                               00008180
           PERFORM PERF-JOB-TOTALS                                      00008190
           CLOSE REPORT-FILE                                            00008200
           CLOSE EXTRACT-FILE.                                          00008210
       PERF-CHECK-RPT-STATUS.                                           00008220
           IF NOT RPT-OK THEN                                           00008230
               DISPLAY 'FBMERGE REPORT FILE WRITE ERROR, STATUS='       00008240
                   WS-RPT-STATUS UPON CONSOLE                           00008250
               MOVE 60 TO RETURN-CODE                                   00008260
               STOP RUN                                                 00008270
           END-IF.                                                      00008280
       PERF-CHECK-EXTR-STATUS.                                          00008290
           IF NOT EXTR-OK THEN                                          00008300
               DISPLAY 'FBMERGE EXTRACT FILE WRITE ERROR, STATUS='      00008310
                   WS-EXTR-STATUS UPON CONSOLE                          00008320
               MOVE 64 TO RETURN-CODE                                   00008330
               STOP RUN                                                 00008340
           END-IF.                                                      00008350
       PERF-MERGE-GROUP.                                                00008360
           MOVE WS-GRP-PART (WS-GRP-IX) TO WS-GRL-PART                  00008370
           MOVE WS-GRP-LO (WS-GRP-IX) TO WS-GRL-LO                      00008380
           MOVE WS-GRP-HI (WS-GRP-IX) TO WS-GRL-HI                      00008390
           MOVE WS-GRP-CNT (WS-GRP-IX) TO WS-GRL-CNT                    00008400
           WRITE MERGE-REPORT-LINE FROM WS-GROUP-LINE                   00008410
           PERFORM PERF-CHECK-MRG-STATUS                                00008420
           MOVE WS-GRP-PART (WS-GRP-IX) TO WS-PART-IX                   00008430
           IF WS-RPT-COPIED (WS-PART-IX) = 'N' THEN                     00008440
               PERFORM PERF-COPY-PART-REPORT                            00008450
               MOVE 'Y' TO WS-RPT-COPIED (WS-PART-IX)                   00008460
           END-IF                                                       00008470
           PERFORM PERF-COPY-PART-DETAILS.                              00008480
       PERF-COPY-PART-REPORT.                                           00008490
           MOVE WS-PART-IX TO WS-PART-RPT-NO                            00008500
           OPEN INPUT PART-RPT-FILE                                     00008510
           IF NOT PRPT-OK THEN                                          00008520
               DISPLAY 'FBMERGE PARTITION REPORT OPEN ERROR, STATUS='   00008530
                   WS-PRPT-STATUS UPON CONSOLE                          00008540
               MOVE 40 TO RETURN-CODE                                   00008550
               STOP RUN                                                 00008560
           END-IF                                                       00008570
           PERFORM PERF-READ-PART-RPT                                   00008580
           PERFORM PERF-COPY-RPT-LINE UNTIL PRPT-EOF                    00008590
           CLOSE PART-RPT-FILE.                                         00008600
       PERF-READ-PART-RPT.                                              00008610
           READ PART-RPT-FILE                                           00008620
               AT END CONTINUE                                          00008630
           END-READ                                                     00008640
           IF NOT PRPT-OK AND NOT PRPT-EOF THEN                         00008650
               DISPLAY 'FBMERGE PARTITION REPORT READ ERROR, STATUS='   00008660
                   WS-PRPT-STATUS UPON CONSOLE                          00008670
               MOVE 68 TO RETURN-CODE                                   00008680
               STOP RUN                                                 00008690
           END-IF.                                                      00008700
       PERF-COPY-RPT-LINE.                                              00008710
           WRITE REPORT-LINE FROM PART-RPT-LINE                         00008720
           PERFORM PERF-CHECK-RPT-STATUS                                00008730
           PERFORM PERF-READ-PART-RPT.                                  00008740
      *                                                                 00008750
      * RE-READ THE PARTITION EXTRACT UP TO THE HEADER OF THIS          00008760
      * RANGE AND COPY ITS DETAILS THROUGH TO THE TRAILER.              00008770
      *                                                                 00008780
       PERF-COPY-PART-DETAILS.                                          00008790
           MOVE WS-PART-IX TO WS-PART-EXTR-NO                           00008800
           OPEN INPUT PART-EXTR-FILE                                    00008810
           IF NOT PEXT-OK THEN                                          00008820
               DISPLAY 'FBMERGE PARTITION EXTRACT OPEN ERROR, STATUS='  00008830
                   WS-PEXT-STATUS UPON CONSOLE                          00008840
               MOVE 44 TO RETURN-CODE                                   00008850
               STOP RUN                                                 00008860
           END-IF                                                       00008870
           MOVE 0 TO WS-COPY-ORD                                        00008880
           MOVE 'N' TO WS-COPY-FLAG                                     00008890
           PERFORM PERF-READ-PART-EXTR                                  00008900
           PERFORM PERF-COPY-EXTR-REC                                   00008910
               UNTIL PEXT-EOF OR WS-COPY-ORD > WS-GRP-ORD (WS-GRP-IX)   00008920
           CLOSE PART-EXTR-FILE.                                        00008930
       PERF-COPY-EXTR-REC.                                              00008940
           EVALUATE TRUE                                                00008950
               WHEN PRT-EXTR-SEQ-NO IS NUMERIC                          00008960
                   IF COPY-ACTIVE THEN                                  00008970
                       MOVE PRT-EXTRACT-RECORD TO FB-EXTRACT-RECORD     00008980
                       WRITE FB-EXTRACT-RECORD                          00008990
                       PERFORM PERF-CHECK-EXTR-STATUS                   00009000
                       ADD 1 TO WS-MERGED-COUNT                         00009010
                   END-IF                                               00009020
               WHEN PRT-HEADER-REC                                      00009030
                   ADD 1 TO WS-COPY-ORD                                 00009040
                   IF WS-COPY-ORD = WS-GRP-ORD (WS-GRP-IX) THEN         00009050
                       MOVE 'Y' TO WS-COPY-FLAG                         00009060
                   END-IF                                               00009070
               WHEN PRT-TRAILER-REC                                     00009080
                   IF COPY-ACTIVE THEN                                  00009090
                       MOVE 'N' TO WS-COPY-FLAG                         00009100
                       ADD 1 TO WS-COPY-ORD                             00009110
                   END-IF                                               00009120
               WHEN OTHER                                               00009130
                   CONTINUE                                             00009140
           END-EVALUATE                                                 00009150
           PERFORM PERF-READ-PART-EXTR.                                 00009160
       PERF-JOB-TOTALS.                                                 00009170
           MOVE WS-RUN-MM TO WS-HDG-MM                                  00009180
           MOVE WS-RUN-DD TO WS-HDG-DD                                  00009190
           MOVE WS-RUN-CCYY TO WS-HDG-CCYY                              00009200
           MOVE 1 TO WS-HDG-PAGE                                        00009210
           WRITE REPORT-LINE FROM WS-HEADING-1                          00009220
           PERFORM PERF-CHECK-RPT-STATUS                                00009230
           WRITE REPORT-LINE FROM WS-HEADING-2                          00009240
           PERFORM PERF-CHECK-RPT-STATUS                                00009250
           MOVE SPACES TO REPORT-LINE                                   00009260
           WRITE REPORT-LINE                                            00009270
           PERFORM PERF-CHECK-RPT-STATUS                                00009280
           MOVE 'JOB TOTALS - MERGED PARTITIONS' TO REPORT-LINE         00009290
           WRITE REPORT-LINE                                            00009300
           PERFORM PERF-CHECK-RPT-STATUS                                00009310
           MOVE 'FIZZ' TO WS-TRL-LABEL                                  00009320
           MOVE WS-TALLY-FIZZ TO WS-TRL-COUNT                           00009330
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00009340
           PERFORM PERF-CHECK-RPT-STATUS                                00009350
           MOVE 'BUZZ' TO WS-TRL-LABEL                                  00009360
           MOVE WS-TALLY-BUZZ TO WS-TRL-COUNT                           00009370
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00009380
           PERFORM PERF-CHECK-RPT-STATUS                                00009390
           MOVE 'BAZZ' TO WS-TRL-LABEL                                  00009400
           MOVE WS-TALLY-BAZZ TO WS-TRL-COUNT                           00009410
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00009420
           PERFORM PERF-CHECK-RPT-STATUS                                00009430
           MOVE 'FIZZBUZZ' TO WS-TRL-LABEL                              00009440
           MOVE WS-TALLY-FIZZBUZZ TO WS-TRL-COUNT                       00009450
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00009460
           PERFORM PERF-CHECK-RPT-STATUS                                00009470
           MOVE 'FIZZBAZZ' TO WS-TRL-LABEL                              00009480
           MOVE WS-TALLY-FIZZBAZZ TO WS-TRL-COUNT                       00009490
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00009500
           PERFORM PERF-CHECK-RPT-STATUS                                00009510
           MOVE 'BUZZBAZZ' TO WS-TRL-LABEL                              00009520
           MOVE WS-TALLY-BUZZBAZZ TO WS-TRL-COUNT                       00009530
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00009540
           PERFORM PERF-CHECK-RPT-STATUS                                00009550
           MOVE 'FIZZBUZZBAZZ' TO WS-TRL-LABEL                          00009560
           MOVE WS-TALLY-FIZZBUZZBAZZ TO WS-TRL-COUNT                   00009570
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00009580
           PERFORM PERF-CHECK-RPT-STATUS                                00009590
           MOVE 'PLAIN' TO WS-TRL-LABEL                                 00009600
           MOVE WS-TALLY-PLAIN TO WS-TRL-COUNT                          00009610
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00009620
           PERFORM PERF-CHECK-RPT-STATUS                                00009630
           MOVE 'OVERRIDE' TO WS-TRL-LABEL                              00009640
           MOVE WS-TALLY-OVERRIDE TO WS-TRL-COUNT                       00009650
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00009660
           PERFORM PERF-CHECK-RPT-STATUS                                00009670
           MOVE SPACES TO REPORT-LINE                                   00009680
           WRITE REPORT-LINE                                            00009690
           PERFORM PERF-CHECK-RPT-STATUS                                00009700
           MOVE 'PARTITIONS MERGED' TO WS-TRL-LABEL                     00009710
           MOVE WS-PART-COUNT TO WS-TRL-COUNT                           00009720
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00009730
           PERFORM PERF-CHECK-RPT-STATUS                                00009740
           MOVE 'DETAILS MERGED' TO WS-TRL-LABEL                        00009750
           MOVE WS-MERGED-COUNT TO WS-TRL-COUNT                         00009760
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00009770
           PERFORM PERF-CHECK-RPT-STATUS.                               00009780
      *                                                                 00009790
      * APPEND THE MERGED GENERATION'S ENTRY, RETIRE GENERATIONS PAST   00009800
      * THE RETENTION COUNT, AND REWRITE THE CATALOG, AS THE            00009810
      * CLASSIFIER DOES FOR AN UNPARTITIONED RUN.                       00009820
      *                                                                 00009830
       PERF-WRITE-CATALOG.                                              00009840
           MOVE RETURN-CODE TO WS-SAVE-RC                               00009850
           IF WS-CAT-COUNT >= 100 THEN                                  00009860
               PERFORM PERF-SHIFT-CATALOG                               00009870
                   VARYING WS-CAT-IX FROM 2 BY 1                        00009880
                   UNTIL WS-CAT-IX > 100                                00009890
               MOVE 99 TO WS-CAT-COUNT                                  00009900
           END-IF                                                       00009910
           ADD 1 TO WS-CAT-COUNT                                        00009920
           MOVE WS-GEN-NO TO WS-CAT-GEN (WS-CAT-COUNT)                  00009930
           MOVE WS-GRP-DATE (1) TO WS-CAT-DATE (WS-CAT-COUNT)           00009940
           MOVE WS-RANGE-START TO WS-CAT-LO (WS-CAT-COUNT)              00009950
           MOVE WS-RANGE-END TO WS-CAT-HI (WS-CAT-COUNT)                00009960
           MOVE WS-MERGED-COUNT TO WS-CAT-CNT (WS-CAT-COUNT)            00009970
           MOVE 0 TO WS-CAT-RETIRE                                      00009980
           IF WS-CAT-COUNT > WS-RETAIN-COUNT THEN                       00009990
               COMPUTE WS-CAT-RETIRE =                                  00010000
                   WS-CAT-COUNT - WS-RETAIN-COUNT                       00010010
               PERFORM PERF-RETIRE-GENERATION                           00010020
                   VARYING WS-CAT-IX FROM 1 BY 1                        00010030
                   UNTIL WS-CAT-IX > WS-CAT-RETIRE                      00010040
               PERFORM PERF-PACK-CATALOG                                00010050
                   VARYING WS-CAT-IX FROM 1 BY 1                        00010060
                   UNTIL WS-CAT-IX > WS-RETAIN-COUNT                    00010070
               MOVE WS-RETAIN-COUNT TO WS-CAT-COUNT                     00010080
           END-IF                                                       00010090
           OPEN OUTPUT CATALOG-FILE                                     00010100
           IF NOT CAT-OK AND NOT CAT-CREATED THEN                       00010110
               DISPLAY 'FBMERGE CATALOG FILE OPEN ERROR, STATUS='       00010120
                   WS-CAT-STATUS UPON CONSOLE                           00010130
               MOVE 72 TO RETURN-CODE                                   00010140
               STOP RUN                                                 00010150
           END-IF                                                       00010160
           MOVE SPACES TO FB-CATALOG-HEADER                             00010170
           MOVE 'FBCATH' TO FB-CAT-HDR-ID                               00010180
           MOVE WS-RETAIN-COUNT TO FB-CAT-RETAIN                        00010190
           WRITE FB-CATALOG-HEADER                                      00010200
           PERFORM PERF-CHECK-CAT-STATUS                                00010210
           PERFORM PERF-WRITE-CAT-ENTRY                                 00010220
               VARYING WS-CAT-IX FROM 1 BY 1                            00010230
               UNTIL WS-CAT-IX > WS-CAT-COUNT                           00010240
           CLOSE CATALOG-FILE                                           00010250
           MOVE WS-SAVE-RC TO RETURN-CODE.                              00010260
       PERF-CHECK-CAT-STATUS.                                           00010270
           IF NOT CAT-OK THEN                                           00010280
               DISPLAY 'FBMERGE CATALOG FILE WRITE ERROR, STATUS='      00010290
                   WS-CAT-STATUS UPON CONSOLE                           00010300
               MOVE 80 TO RETURN-CODE                                   00010310
               STOP RUN                                                 00010320
           END-IF.                                                      00010330
       PERF-WRITE-CAT-ENTRY.                                            00010340
           MOVE WS-CAT-GEN (WS-CAT-IX) TO FB-CAT-GEN-NO                 00010350
           MOVE WS-CAT-DATE (WS-CAT-IX) TO FB-CAT-RUN-DATE              00010360
           MOVE WS-CAT-LO (WS-CAT-IX) TO FB-CAT-RANGE-START             00010370
           MOVE WS-CAT-HI (WS-CAT-IX) TO FB-CAT-RANGE-END               00010380
           MOVE WS-CAT-CNT (WS-CAT-IX) TO FB-CAT-EXTR-COUNT             00010390
           WRITE FB-CATALOG-RECORD                                      00010400
           PERFORM PERF-CHECK-CAT-STATUS.                               00010410
       PERF-RETIRE-GENERATION.                                          00010420
           MOVE WS-CAT-GEN (WS-CAT-IX) TO WS-RET-RPT-GEN                00010430
           MOVE WS-CAT-GEN (WS-CAT-IX) TO WS-RET-EXTR-GEN               00010440
           MOVE WS-CAT-GEN (WS-CAT-IX) TO WS-ARCH-RPT-GEN               00010450
           MOVE WS-CAT-GEN (WS-CAT-IX) TO WS-ARCH-EXTR-GEN              00010460
           DISPLAY 'FBMERGE ARCHIVING OUTPUT GENERATION '               00010470
               WS-CAT-GEN (WS-CAT-IX) UPON CONSOLE                      00010480
           MOVE 'Y' TO WS-ARCHIVED-FLAG                                 00010490
           PERFORM PERF-ARCHIVE-REPORT                                  00010500
           PERFORM PERF-ARCHIVE-EXTRACT                                 00010510
           IF GENERATION-ARCHIVED THEN                                  00010520
               PERFORM PERF-WRITE-ARCH-INDEX                            00010530
           ELSE                                                         00010540
               DISPLAY 'FBMERGE GENERATION FILES MISSING, '             00010550
                   'NOT ARCHIVED: ' WS-CAT-GEN (WS-CAT-IX)              00010560
                   UPON CONSOLE                                         00010570
           END-IF                                                       00010580
           CALL 'CBL_DELETE_FILE' USING WS-RETIRE-RPT-DSN               00010590
           CALL 'CBL_DELETE_FILE' USING WS-RETIRE-EXTR-DSN.             00010600
       PERF-ARCHIVE-REPORT.                                             00010610
           OPEN INPUT RETIRE-RPT-FILE                                   00010620
           IF RRPT-NOT-FOUND THEN                                       00010630
               MOVE 'N' TO WS-ARCHIVED-FLAG                             00010640
           ELSE                                                         00010650
               IF NOT RRPT-OK THEN                                      00010660
                   DISPLAY 'FBMERGE RETIRED REPORT OPEN ERROR, '        00010670
                       'STATUS=' WS-RRPT-STATUS UPON CONSOLE            00010680
                   MOVE 100 TO RETURN-CODE                              00010690
                   STOP RUN                                             00010700
               END-IF                                                   00010710
               OPEN OUTPUT ARCH-RPT-FILE                                00010720
               IF NOT ARPT-OK AND NOT ARPT-CREATED THEN                 00010730
                   DISPLAY 'FBMERGE ARCHIVE REPORT OPEN ERROR, '        00010740
                       'STATUS=' WS-ARPT-STATUS UPON CONSOLE            00010750
                   MOVE 100 TO RETURN-CODE                              00010760
                   STOP RUN                                             00010770
               END-IF                                                   00010780
               PERFORM PERF-READ-RETIRE-RPT                             00010790
               PERFORM PERF-COPY-ARCH-RPT UNTIL RRPT-EOF                00010800
               CLOSE RETIRE-RPT-FILE                                    00010810
               CLOSE ARCH-RPT-FILE                                      00010820
           END-IF.                                                      00010830
       PERF-READ-RETIRE-RPT.                                            00010840
           READ RETIRE-RPT-FILE                                         00010850
               AT END CONTINUE                                          00010860
           END-READ                                                     00010870
           IF NOT RRPT-OK AND NOT RRPT-EOF THEN                         00010880
               DISPLAY 'FBMERGE RETIRED REPORT READ ERROR, STATUS='     00010890
                   WS-RRPT-STATUS UPON CONSOLE                          00010900
               MOVE 100 TO RETURN-CODE                                  00010910
               STOP RUN                                                 00010920
           END-IF.                                                      00010930
       PERF-COPY-ARCH-RPT.                                              00010940
           WRITE ARCH-RPT-LINE FROM RETIRE-RPT-LINE                     00010950
           IF NOT ARPT-OK THEN                                          00010960
               DISPLAY 'FBMERGE ARCHIVE REPORT WRITE ERROR, STATUS='    00010970
                   WS-ARPT-STATUS UPON CONSOLE                          00010980
               MOVE 100 TO RETURN-CODE                                  00010990
               STOP RUN                                                 00011000
           END-IF                                                       00011010
           PERFORM PERF-READ-RETIRE-RPT.                                00011020
       PERF-ARCHIVE-EXTRACT.                                            00011030
           OPEN INPUT RETIRE-EXTR-FILE                                  00011040
           IF REXT-NOT-FOUND THEN                                       00011050
               MOVE 'N' TO WS-ARCHIVED-FLAG                             00011060
           ELSE                                                         00011070
               IF NOT REXT-OK THEN                                      00011080
                   DISPLAY 'FBMERGE RETIRED EXTRACT OPEN ERROR, '       00011090
                       'STATUS=' WS-REXT-STATUS UPON CONSOLE            00011100
                   MOVE 104 TO RETURN-CODE                              00011110
                   STOP RUN                                             00011120
               END-IF                                                   00011130
               OPEN OUTPUT ARCH-EXTR-FILE                               00011140
               IF NOT AEXT-OK AND NOT AEXT-CREATED THEN                 00011150
                   DISPLAY 'FBMERGE ARCHIVE EXTRACT OPEN ERROR, '       00011160
                       'STATUS=' WS-AEXT-STATUS UPON CONSOLE            00011170
                   MOVE 104 TO RETURN-CODE                              00011180
                   STOP RUN                                             00011190
               END-IF                                                   00011200
               PERFORM PERF-READ-RETIRE-EXTR                            00011210
               PERFORM PERF-COPY-ARCH-EXTR UNTIL REXT-EOF               00011220
               CLOSE RETIRE-EXTR-FILE                                   00011230
               CLOSE ARCH-EXTR-FILE                                     00011240
           END-IF.                                                      00011250
       PERF-READ-RETIRE-EXTR.                                           00011260
           READ RETIRE-EXTR-FILE                                        00011270
               AT END CONTINUE                                          00011280
           END-READ                                                     00011290
           IF NOT REXT-OK AND NOT REXT-EOF THEN                         00011300
               DISPLAY 'FBMERGE RETIRED EXTRACT READ ERROR, STATUS='    00011310
                   WS-REXT-STATUS UPON CONSOLE                          00011320
               MOVE 104 TO RETURN-CODE                                  00011330
               STOP RUN                                                 00011340
           END-IF.                                                      00011350
       PERF-COPY-ARCH-EXTR.                                             00011360
           WRITE ARCH-EXTR-LINE FROM RETIRE-EXTR-LINE                   00011370
           IF NOT AEXT-OK THEN                                          00011380
               DISPLAY 'FBMERGE ARCHIVE EXTRACT WRITE ERROR, STATUS='   00011390
                   WS-AEXT-STATUS UPON CONSOLE                          00011400
               MOVE 104 TO RETURN-CODE                                  00011410
               STOP RUN                                                 00011420
           END-IF                                                       00011430
           PERFORM PERF-READ-RETIRE-EXTR.                               00011440
       PERF-WRITE-ARCH-INDEX.                                           00011450
           OPEN EXTEND ARCHIVE-INDEX-FILE                               00011460
           IF NOT ARX-OK AND NOT ARX-CREATED THEN                       00011470
               DISPLAY 'FBMERGE ARCHIVE INDEX OPEN ERROR, STATUS='      00011480
                   WS-ARX-STATUS UPON CONSOLE                           00011490
               MOVE 108 TO RETURN-CODE                                  00011500
               STOP RUN                                                 00011510
           END-IF                                                       00011520
           MOVE WS-CAT-GEN (WS-CAT-IX) TO ARX-CAT-GEN-NO                00011530
           MOVE WS-CAT-DATE (WS-CAT-IX) TO ARX-CAT-RUN-DATE             00011540
           MOVE WS-CAT-LO (WS-CAT-IX) TO ARX-CAT-RANGE-START            00011550
           MOVE WS-CAT-HI (WS-CAT-IX) TO ARX-CAT-RANGE-END              00011560
           MOVE WS-CAT-CNT (WS-CAT-IX) TO ARX-CAT-EXTR-COUNT            00011570
           WRITE ARX-CATALOG-RECORD                                     00011580
           IF NOT ARX-OK THEN                                           00011590
               DISPLAY 'FBMERGE ARCHIVE INDEX WRITE ERROR, STATUS='     00011600
                   WS-ARX-STATUS UPON CONSOLE                           00011610
               MOVE 108 TO RETURN-CODE                                  00011620
               STOP RUN                                                 00011630
           END-IF                                                       00011640
           CLOSE ARCHIVE-INDEX-FILE.                                    00011650
       PERF-PACK-CATALOG.                                               00011660
           MOVE WS-CAT-ENTRY (WS-CAT-IX + WS-CAT-RETIRE)                00011670
               TO WS-CAT-ENTRY (WS-CAT-IX).                             00011680
      *                                                                 00011690
      * ONCE THE GENERATION IS CATALOGED THE PARTITION FILES ARE        00011700
      * DROPPED, SO A LATER MERGE CANNOT PICK UP A STALE PARTITION      00011710
      * LEFT OVER FROM THIS RUN.                                        00011720
      *                                                                 00011730
       PERF-DROP-PARTITION.                                             00011740
           MOVE WS-PART-IX TO WS-PART-RPT-NO                            00011750
           MOVE WS-PART-IX TO WS-PART-EXTR-NO                           00011760
           CALL 'CBL_DELETE_FILE' USING WS-PART-RPT-DSN                 00011770
           CALL 'CBL_DELETE_FILE' USING WS-PART-EXTR-DSN.               00011780
       PERF-MERGE-SUMMARY.                                              00011790
           MOVE SPACES TO MERGE-REPORT-LINE                             00011800
           WRITE MERGE-REPORT-LINE                                      00011810
           PERFORM PERF-CHECK-MRG-STATUS                                00011820
           MOVE 'PARTITIONS EXPECTED' TO WS-MSG-TEXT                    00011830
           MOVE WS-PART-COUNT TO WS-MSG-NO                              00011840
           WRITE MERGE-REPORT-LINE FROM WS-MSG-LINE                     00011850
           PERFORM PERF-CHECK-MRG-STATUS                                00011860
           MOVE 'RANGES FOUND' TO WS-MSG-TEXT                           00011870
           MOVE WS-GRP-COUNT TO WS-MSG-NO                               00011880
           WRITE MERGE-REPORT-LINE FROM WS-MSG-LINE                     00011890
           PERFORM PERF-CHECK-MRG-STATUS                                00011900
           MOVE 'DETAILS MERGED' TO WS-MSG-TEXT                         00011910
           MOVE WS-MERGED-COUNT TO WS-MSG-NO                            00011920
           WRITE MERGE-REPORT-LINE FROM WS-MSG-LINE                     00011930
           PERFORM PERF-CHECK-MRG-STATUS                                00011940
           MOVE 'REJECT REASONS' TO WS-MSG-TEXT                         00011950
           MOVE WS-REJECT-COUNT TO WS-MSG-NO                            00011960
           WRITE MERGE-REPORT-LINE FROM WS-MSG-LINE                     00011970
           PERFORM PERF-CHECK-MRG-STATUS                                00011980
           MOVE SPACES TO MERGE-REPORT-LINE                             00011990
           IF WS-REJECT-COUNT = 0 THEN                                  00012000
               MOVE 'PARTITIONS MERGED AND GENERATION CATALOGED'        00012010
                   TO MERGE-REPORT-LINE                                 00012020
           ELSE                                                         00012030
               MOVE 'PARTITION SET REJECTED - NO GENERATION WRITTEN'    00012040
                   TO MERGE-REPORT-LINE                                 00012050
           END-IF                                                       00012060
           WRITE MERGE-REPORT-LINE                                      00012070
           PERFORM PERF-CHECK-MRG-STATUS.                               00012080
