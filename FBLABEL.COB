      * A STEP STATUS RECORD WITH THE LABEL AND PAGE COUNTS IS          00000150
      * APPENDED TO THE SHARED STEP STATUS FEED AT END OF STEP FOR      00000160
      * THE FBFLOW NIGHTLY FLOW REPORT.                                 00000170
      * EVERY LABEL PRINTED IS ALSO WRITTEN TO THE LABEL MANIFEST       00000180
      * (MANFFILE) WITH ITS GENERATION, PAGE, ROW, COLUMN, AND STOCK    00000190
      * FORMAT, SO FBSPOIL CAN MATCH THE PRINT ROOM'S SPOILAGE RETURN   00000200
      * TO EXACT SEQUENCE NUMBERS.  AN R IN COLUMN 16 OF THE CARD       00000210
      * MAKES THE RUN A REPRINT: ONLY THE NUMBERS ON THE REPRINT        00000220
      * REQUEST (REPRFILE) FBSPOIL WROTE ARE PRINTED, ON THE REQUEST'S  00000230
      * STOCK UNLESS THE CARD GIVES ONE.  THE REQUEST MUST BE FOR THE   00000240
      * GENERATION STAGED TODAY (RETURN CODE 22 OTHERWISE), AND         00000250
      * REQUESTED NUMBERS NOT FOUND ON THE EXTRACT END THE RUN WITH     00000260
      * RETURN CODE 4.                                                  00000270
      * THE STEP RUNS ONLY WHEN THE FEED SHOWS FBGENSEL STAGED AND      00000280
      * FBVERIFY BALANCED THE SAME GENERATION EARLIER ON THE SAME RUN   00000290
      * DATE, AND OTHERWISE ENDS WITH RETURN CODE 24 (PREDECESSOR NOT   00000300
      * RUN) OR 28 (PREDECESSOR FAILED).                                00000310
      * AUSTIN BITTINGER - 2026/08/21                                   00000320
      *                                                                 00000330
       IDENTIFICATION DIVISION.                                         00000340
       PROGRAM-ID. FBLABEL.                                             00000350
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000360
       ENVIRONMENT DIVISION.                                            00000370
       INPUT-OUTPUT SECTION.                                            00000380
       FILE-CONTROL.                                                    00000390
           SELECT EXTRACT-FILE ASSIGN TO "EXTRFILE"                     00000400
               ORGANIZATION IS LINE SEQUENTIAL                          00000410
               FILE STATUS IS WS-EXTR-STATUS.                           00000420
           SELECT LABEL-FILE ASSIGN TO "LBLFILE"                        00000430
               ORGANIZATION IS LINE SEQUENTIAL                          00000440
               FILE STATUS IS WS-LBL-STATUS.                            00000450
           SELECT MANIFEST-FILE ASSIGN TO "MANFFILE"                    00000460
               ORGANIZATION IS LINE SEQUENTIAL                          00000470
               FILE STATUS IS WS-MNF-STATUS.                            00000480
           SELECT REPRINT-FILE ASSIGN TO "REPRFILE"                     00000490
               ORGANIZATION IS LINE SEQUENTIAL                          00000500
               FILE STATUS IS WS-RPR-STATUS.                            00000510
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "STEPFILE"        00000520
               ORGANIZATION IS LINE SEQUENTIAL                          00000530
               FILE STATUS IS WS-STEP-STATUS.                           00000540
       DATA DIVISION.                                                   00000550
       FILE SECTION.                                                    00000560
       FD  EXTRACT-FILE                                                 00000570
           LABEL RECORDS ARE STANDARD.                                  00000580
           COPY FBEXTR.                                                 00000590
       FD  LABEL-FILE                                                   00000600
           LABEL RECORDS ARE STANDARD.                                  00000610
       01  LABEL-LINE PIC X(80).                                        00000620
       FD  MANIFEST-FILE                                                00000630
           LABEL RECORDS ARE STANDARD.                                  00000640
           COPY FBMANF.                                                 00000650
       FD  REPRINT-FILE                                                 00000660
           LABEL RECORDS ARE STANDARD.                                  00000670
           COPY FBMANF REPLACING LEADING ==FB-== BY ==RPR-==.           00000680
       FD  STEP-STATUS-FILE                                             00000690
           LABEL RECORDS ARE STANDARD.                                  00000700
           COPY FBSTEP.                                                 00000710
       WORKING-STORAGE SECTION.                                         00000720
       01  WS-EXTR-STATUS PIC XX.                                       00000730
            88 EXTR-OK VALUE '00'.                                      00000740
            88 EXTR-EOF VALUE '10'.                                     00000750
       01  WS-LBL-STATUS PIC XX.                                        00000760
            88 LBL-OK VALUE '00'.                                       00000770
       01  WS-MNF-STATUS PIC XX.                                        00000780
            88 MNF-OK VALUE '00'.                                       00000790
       01  WS-RPR-STATUS PIC XX.                                        00000800
            88 RPR-OK VALUE '00'.                                       00000810
            88 RPR-EOF VALUE '10'.                                      00000820
       01  WS-STEP-STATUS PIC XX.                                       00000830
            88 STEP-OK VALUE '00'.                                      00000840
            88 STEP-CREATED VALUE '05'.                                 00000850
            88 STEP-EOF VALUE '10'.                                     00000860
       01  WS-GATE-GEN PIC 9(4) VALUE 0.                                00000870
       01  WS-GATE-SEL-FLAG PIC X VALUE 'N'.                            00000880
            88 GATE-SEL-SEEN VALUE 'Y'.                                 00000890
       01  WS-GATE-SEL-RC PIC 9(4) VALUE 0.                             00000900
       01  WS-GATE-VFY-FLAG PIC X VALUE 'N'.                            00000910
            88 GATE-VFY-SEEN VALUE 'Y'.                                 00000920
       01  WS-GATE-VFY-RC PIC 9(4) VALUE 0.                             00000930
       01  WS-RUN-DATE.                                                 00000940
            05 WS-RUN-CCYY PIC 9(4).                                    00000950
            05 WS-RUN-MM PIC 99.                                        00000960
            05 WS-RUN-DD PIC 99.                                        00000970
       01  WS-PARM-CARD.                                                00000980
            05 WS-PARM-START PIC X(7).                                  00000990
            05 WS-PARM-END PIC X(7).                                    00001000
            05 WS-PARM-STOCK PIC X(1).                                  00001010
            05 WS-PARM-MODE PIC X(1).                                   00001020
               88 PARM-REPRINT VALUE 'R'.                               00001030
            05 FILLER PIC X(20).                                        00001040
       01  WS-RUN-TYPE PIC X VALUE 'N'.                                 00001050
            88 REPRINT-RUN VALUE 'R'.                                   00001060
       01  WS-WANTED-FLAG PIC X VALUE 'Y'.                              00001070
            88 LABEL-WANTED VALUE 'Y'.                                  00001080
       01  WS-RPR-WANTED PIC 9(7) VALUE 0.                              00001090
       01  WS-RPR-PRINTED PIC 9(7) VALUE 0.                             00001100
       01  WS-RPR-MISSING PIC 9(7) VALUE 0.                             00001110
       01  WS-PRINT-START PIC 9(7) VALUE 0.                             00001120
       01  WS-PRINT-END PIC 9(7) VALUE 9999999.                         00001130
       01  WS-STOCK-FORMAT PIC X VALUE '3'.                             00001140
       01  WS-LABELS-ACROSS PIC 9(2) VALUE 3.                           00001150
       01  WS-ROWS-PER-PAGE PIC 9(2) VALUE 10.                          00001160
       01  WS-CELL-WIDTH PIC 9(2) VALUE 26.                             00001170
       01  WS-CELL-POS PIC 9(2) VALUE 1.                                00001180
       01  WS-CELL-COUNT PIC 9(2) VALUE 0.                              00001190
       01  WS-CELL-IX PIC 9(2) VALUE 0.                                 00001200
       01  WS-ROW-ON-PAGE PIC 9(2) VALUE 0.                             00001210
       01  WS-LABEL-COUNT PIC 9(7) VALUE 0.                             00001220
       01  WS-PAGE-COUNT PIC 9(7) VALUE 0.                              00001230
       01  WS-SEQ-EDIT PIC ZZZZZZ9.                                     00001240
       01  WS-CLASS-PRINT-LINE PIC X(80).                               00001250
       01  WS-SEQ-PRINT-LINE PIC X(80).                                 00001260
       01  WS-TEST-PRINT-LINE PIC X(80).                                00001270
       PROCEDURE DIVISION.                                              00001280
       0000-MAIN.                                                       00001290
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001300
           PERFORM PERF-CHECK-PREDECESSORS                              00001310
           PERFORM PERF-READ-PARM-CARD                                  00001320
           OPEN INPUT EXTRACT-FILE                                      00001330
           IF NOT EXTR-OK THEN                                          00001340
               DISPLAY 'FBLABEL EXTRACT FILE OPEN ERROR, STATUS='       00001350
                   WS-EXTR-STATUS UPON CONSOLE                          00001360
               MOVE 32 TO RETURN-CODE                                   00001370
               STOP RUN                                                 00001380
           END-IF                                                       00001390
           OPEN OUTPUT LABEL-FILE                                       00001400
           IF NOT LBL-OK THEN                                           00001410
               DISPLAY 'FBLABEL LABEL FILE OPEN ERROR, STATUS='         00001420
                   WS-LBL-STATUS UPON CONSOLE                           00001430
               MOVE 36 TO RETURN-CODE                                   00001440
               STOP RUN                                                 00001450
           END-IF                                                       00001460
           OPEN OUTPUT MANIFEST-FILE                                    00001470
           IF NOT MNF-OK THEN                                           00001480
               DISPLAY 'FBLABEL MANIFEST FILE OPEN ERROR, STATUS='      00001490
                   WS-MNF-STATUS UPON CONSOLE                           00001500
               MOVE 64 TO RETURN-CODE                                   00001510
               STOP RUN                                                 00001520
           END-IF                                                       00001530
           PERFORM PERF-ALIGNMENT-PAGE                                  00001540
           PERFORM PERF-READ-EXTRACT                                    00001550
           PERFORM PERF-PROCESS-RECORD UNTIL EXTR-EOF                   00001560
           IF WS-CELL-COUNT > 0 THEN                                    00001570
               PERFORM PERF-WRITE-LABEL-ROW                             00001580
           END-IF                                                       00001590
           PERFORM PERF-PAD-FINAL-PAGE                                  00001600
           CLOSE EXTRACT-FILE                                           00001610
           CLOSE LABEL-FILE                                             00001620
           CLOSE MANIFEST-FILE                                          00001630
           DISPLAY 'FBLABEL LABELS PRINTED: ' WS-LABEL-COUNT            00001640
               ', PAGES: ' WS-PAGE-COUNT UPON CONSOLE                   00001650
           IF WS-LABEL-COUNT = 0 THEN                                   00001660
               DISPLAY 'FBLABEL NO LABEL RECORDS ON EXTRACT'            00001670
                   UPON CONSOLE                                         00001680
               MOVE 8 TO RETURN-CODE                                    00001690
           END-IF                                                       00001700
           IF REPRINT-RUN THEN                                          00001710
               PERFORM PERF-CLOSE-REPRINT                               00001720
           END-IF                                                       00001730
           PERFORM PERF-WRITE-STEP-STATUS                               00001740
           STOP RUN.                                                    00001750
       PERF-WRITE-STEP-STATUS.                                          00001760
           OPEN EXTEND STEP-STATUS-FILE                                 00001770
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00001780
               DISPLAY 'FBLABEL STEP STATUS OPEN ERROR, STATUS='        00001790
                   WS-STEP-STATUS UPON CONSOLE                          00001800
               MOVE 88 TO RETURN-CODE                                   00001810
               STOP RUN                                                 00001820
           END-IF                                                       00001830
           MOVE 'FBLABEL' TO FB-STP-PROGRAM                             00001840
           MOVE WS-RUN-DATE TO FB-STP-RUN-DATE                          00001850
           MOVE RETURN-CODE TO FB-STP-RETURN-CODE                       00001860
           MOVE WS-LABEL-COUNT TO FB-STP-COUNT-1                        00001870
           MOVE WS-PAGE-COUNT TO FB-STP-COUNT-2                         00001880
           MOVE ZEROS TO FB-STP-COUNT-3                                 00001890
           MOVE WS-GATE-GEN TO FB-STP-GEN-NO                            00001900
           WRITE FB-STEP-RECORD                                         00001910
           IF NOT STEP-OK THEN                                          00001920
               DISPLAY 'FBLABEL STEP STATUS WRITE ERROR, STATUS='       00001930
                   WS-STEP-STATUS UPON CONSOLE                          00001940
               MOVE 92 TO RETURN-CODE                                   00001950
               STOP RUN                                                 00001960
           END-IF                                                       00001970
           CLOSE STEP-STATUS-FILE.                                      00001980
      *                                                                 00001990
      * THIS STEP WORKS FROM THE STAGED FILES, SO IT RUNS ONLY WHEN     00002000
      * THE STEP STATUS FEED SHOWS FBGENSEL STAGED A GENERATION         00002010
      * EARLIER ON THE SAME RUN DATE AND FBVERIFY THEN PROVED THAT      00002020
      * SAME GENERATION IN BALANCE.  THE LATEST FBGENSEL RECORD NAMES   00002030
      * THE GENERATION; AN FBVERIFY RECORD COUNTS ONLY IF IT FOLLOWS    00002040
      * THAT FBGENSEL RECORD AND CARRIES THE SAME GENERATION.           00002050
      * RETURN CODE 24 MEANS A PREDECESSOR NEVER RAN, 28 THAT IT        00002060
      * FAILED; EITHER WAY NOTHING IS READ OR WRITTEN BUT THE STEP      00002070
      * STATUS RECORD.                                                  00002080
      *                                                                 00002090
       PERF-CHECK-PREDECESSORS.                                         00002100
           OPEN INPUT STEP-STATUS-FILE                                  00002110
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00002120
               DISPLAY 'FBLABEL STEP STATUS OPEN ERROR, STATUS='        00002130
                   WS-STEP-STATUS UPON CONSOLE                          00002140
               MOVE 48 TO RETURN-CODE                                   00002150
               STOP RUN                                                 00002160
           END-IF                                                       00002170
           PERFORM PERF-READ-GATE-STEP                                  00002180
           PERFORM PERF-SCAN-GATE-STEP UNTIL STEP-EOF                   00002190
           CLOSE STEP-STATUS-FILE                                       00002200
           EVALUATE TRUE                                                00002210
               WHEN NOT GATE-SEL-SEEN                                   00002220
                   DISPLAY 'FBLABEL NO FBGENSEL STEP ON THIS RUN DATE'  00002230
                       UPON CONSOLE                                     00002240
                   MOVE 24 TO RETURN-CODE                               00002250
               WHEN WS-GATE-SEL-RC >= 8                                 00002260
                   DISPLAY 'FBLABEL FBGENSEL FAILED, RC='               00002270
                       WS-GATE-SEL-RC                                   00002280
                       ', GENERATION ' WS-GATE-GEN UPON CONSOLE         00002290
                   MOVE 28 TO RETURN-CODE                               00002300
               WHEN NOT GATE-VFY-SEEN                                   00002310
                   DISPLAY 'FBLABEL NO FBVERIFY STEP FOR GENERATION '   00002320
                       WS-GATE-GEN UPON CONSOLE                         00002330
                   MOVE 24 TO RETURN-CODE                               00002340
               WHEN WS-GATE-VFY-RC >= 8                                 00002350
                   DISPLAY 'FBLABEL FBVERIFY FAILED, RC='               00002360
                       WS-GATE-VFY-RC                                   00002370
                       ', GENERATION ' WS-GATE-GEN UPON CONSOLE         00002380
                   MOVE 28 TO RETURN-CODE                               00002390
               WHEN OTHER                                               00002400
                   CONTINUE                                             00002410
           END-EVALUATE                                                 00002420
           IF RETURN-CODE NOT = 0 THEN                                  00002430
               DISPLAY 'FBLABEL NOT RUN, PREDECESSOR CHECK FAILED'      00002440
                   UPON CONSOLE                                         00002450
               PERFORM PERF-WRITE-STEP-STATUS                           00002460
               STOP RUN                                                 00002470
           END-IF.                                                      00002480
       PERF-READ-GATE-STEP.                                             00002490
           READ STEP-STATUS-FILE                                        00002500
               AT END CONTINUE                                          00002510
           END-READ                                                     00002520
           IF NOT STEP-OK AND NOT STEP-EOF THEN                         00002530
               DISPLAY 'FBLABEL STEP STATUS READ ERROR, STATUS='        00002540
                   WS-STEP-STATUS UPON CONSOLE                          00002550
               MOVE 52 TO RETURN-CODE                                   00002560
               STOP RUN                                                 00002570
           END-IF.                                                      00002580
       PERF-SCAN-GATE-STEP.                                             00002590
           IF FB-STP-RUN-DATE = WS-RUN-DATE                             00002600
               AND FB-STP-RETURN-CODE IS NUMERIC                        00002610
               AND FB-STP-GEN-NO IS NUMERIC THEN                        00002620
               EVALUATE FB-STP-PROGRAM                                  00002630
                   WHEN 'FBGENSEL'                                      00002640
                       MOVE 'Y' TO WS-GATE-SEL-FLAG                     00002650
                       MOVE FB-STP-RETURN-CODE TO WS-GATE-SEL-RC        00002660
                       MOVE FB-STP-GEN-NO TO WS-GATE-GEN                00002670
                       MOVE 'N' TO WS-GATE-VFY-FLAG                     00002680
                   WHEN 'FBVERIFY'                                      00002690
                       IF GATE-SEL-SEEN                                 00002700
                           AND FB-STP-GEN-NO = WS-GATE-GEN THEN         00002710
                           MOVE 'Y' TO WS-GATE-VFY-FLAG                 00002720
                           MOVE FB-STP-RETURN-CODE TO WS-GATE-VFY-RC    00002730
                       END-IF                                           00002740
                   WHEN OTHER                                           00002750
                       CONTINUE                                         00002760
               END-EVALUATE                                             00002770
           END-IF                                                       00002780
           PERFORM PERF-READ-GATE-STEP.                                 00002790
       PERF-CHECK-LBL-STATUS.                                           00002800
           IF NOT LBL-OK THEN                                           00002810
               DISPLAY 'FBLABEL LABEL FILE WRITE ERROR, STATUS='        00002820
                   WS-LBL-STATUS UPON CONSOLE                           00002830
               MOVE 40 TO RETURN-CODE                                   00002840
               STOP RUN                                                 00002850
           END-IF.                                                      00002860
      *                                                                 00002870
      * THE OPTIONAL SYSIN CARD GIVES A SEQUENCE RANGE IN COLUMNS       00002880
      * 1-14, A STOCK FORMAT (2, 3, OR 4 LABELS ACROSS) IN COLUMN       00002890
      * 15, AND R IN COLUMN 16 FOR A REPRINT FROM THE REPRINT REQUEST.  00002900
      * A BLANK CARD, /* CARD, OR NO CARD PRINTS THE WHOLE              00002910
      * EXTRACT ON THE 3-UP STOCK.  EVERY STOCK SHARES THE SAME PAGE    00002920
      * DEPTH OF TEN LABEL ROWS; ONLY THE CELL WIDTH AND THE NUMBER     00002930
      * OF LABELS ACROSS DIFFER BY FORMAT.                              00002940
      *                                                                 00002950
       PERF-READ-PARM-CARD.                                             00002960
           MOVE SPACES TO WS-PARM-CARD                                  00002970
           ACCEPT WS-PARM-CARD FROM SYSIN                               00002980
           IF WS-PARM-CARD = SPACES                                     00002990
               OR WS-PARM-CARD (1:2) = '/*' THEN                        00003000
               CONTINUE                                                 00003010
           ELSE                                                         00003020
               IF WS-PARM-START NOT = SPACES THEN                       00003030
                   IF WS-PARM-START IS NOT NUMERIC THEN                 00003040
                       DISPLAY 'FBLABEL START PARAMETER NOT NUMERIC: '  00003050
                           WS-PARM-START UPON CONSOLE                   00003060
                       MOVE 12 TO RETURN-CODE                           00003070
                       STOP RUN                                         00003080
                   END-IF                                               00003090
                   MOVE WS-PARM-START TO WS-PRINT-START                 00003100
               END-IF                                                   00003110
               IF WS-PARM-END NOT = SPACES THEN                         00003120
                   IF WS-PARM-END IS NOT NUMERIC THEN                   00003130
                       DISPLAY 'FBLABEL END PARAMETER NOT NUMERIC: '    00003140
                           WS-PARM-END UPON CONSOLE                     00003150
                       MOVE 13 TO RETURN-CODE                           00003160
                       STOP RUN                                         00003170
                   END-IF                                               00003180
                   MOVE WS-PARM-END TO WS-PRINT-END                     00003190
               END-IF                                                   00003200
               IF WS-PRINT-START > WS-PRINT-END THEN                    00003210
                   DISPLAY 'FBLABEL START PARAMETER EXCEEDS END'        00003220
                       UPON CONSOLE                                     00003230
                   MOVE 16 TO RETURN-CODE                               00003240
                   STOP RUN                                             00003250
               END-IF                                                   00003260
               IF WS-PARM-STOCK NOT = SPACE THEN                        00003270
                   IF WS-PARM-STOCK NOT = '2'                           00003280
                       AND WS-PARM-STOCK NOT = '3'                      00003290
                       AND WS-PARM-STOCK NOT = '4' THEN                 00003300
                       DISPLAY 'FBLABEL STOCK FORMAT NOT 2, 3, OR 4: '  00003310
                           WS-PARM-STOCK UPON CONSOLE                   00003320
                       MOVE 20 TO RETURN-CODE                           00003330
                       STOP RUN                                         00003340
                   END-IF                                               00003350
                   MOVE WS-PARM-STOCK TO WS-STOCK-FORMAT                00003360
               END-IF                                                   00003370
               IF WS-PARM-MODE NOT = SPACE THEN                         00003380
                   IF NOT PARM-REPRINT THEN                             00003390
                       DISPLAY 'FBLABEL RUN MODE NOT R OR BLANK: '      00003400
                           WS-PARM-MODE UPON CONSOLE                    00003410
                       MOVE 21 TO RETURN-CODE                           00003420
                       STOP RUN                                         00003430
                   END-IF                                               00003440
                   MOVE 'R' TO WS-RUN-TYPE                              00003450
               END-IF                                                   00003460
           END-IF                                                       00003470
           IF REPRINT-RUN THEN                                          00003480
               PERFORM PERF-OPEN-REPRINT                                00003490
           END-IF                                                       00003500
           PERFORM PERF-SET-STOCK-PROFILE.                              00003510
      *                                                                 00003520
      * THE REPRINT REQUEST IS IN SEQUENCE NUMBER ORDER, AS THE         00003530
      * MANIFEST IT WAS TAKEN FROM, AND IS MATCHED AGAINST THE EXTRACT  00003540
      * AS IT IS READ.  IT MUST BELONG TO THE GENERATION THE            00003550
      * PREDECESSOR CHECK FOUND STAGED, OR THE POSITIONS IT NAMES MEAN  00003560
      * NOTHING AGAINST THIS EXTRACT.                                   00003570
      *                                                                 00003580
       PERF-OPEN-REPRINT.                                               00003590
           OPEN INPUT REPRINT-FILE                                      00003600
           IF NOT RPR-OK THEN                                           00003610
               DISPLAY 'FBLABEL REPRINT REQUEST OPEN ERROR, STATUS='    00003620
                   WS-RPR-STATUS UPON CONSOLE                           00003630
               MOVE 56 TO RETURN-CODE                                   00003640
               STOP RUN                                                 00003650
           END-IF                                                       00003660
           PERFORM PERF-READ-REPRINT                                    00003670
           IF NOT RPR-EOF THEN                                          00003680
               IF RPR-MNF-GEN-NO NOT = WS-GATE-GEN THEN                 00003690
                   DISPLAY 'FBLABEL REPRINT REQUEST IS FOR GENERATION ' 00003700
                       RPR-MNF-GEN-NO ', STAGED GENERATION IS '         00003710
                       WS-GATE-GEN UPON CONSOLE                         00003720
                   MOVE 22 TO RETURN-CODE                               00003730
                   STOP RUN                                             00003740
               END-IF                                                   00003750
               IF WS-PARM-STOCK = SPACE THEN                            00003760
                   MOVE RPR-MNF-STOCK-FORMAT TO WS-STOCK-FORMAT         00003770
               END-IF                                                   00003780
           END-IF.                                                      00003790
       PERF-READ-REPRINT.                                               00003800
           READ REPRINT-FILE                                            00003810
               AT END CONTINUE                                          00003820
               NOT AT END ADD 1 TO WS-RPR-WANTED                        00003830
           END-READ                                                     00003840
           IF NOT RPR-OK AND NOT RPR-EOF THEN                           00003850
               DISPLAY 'FBLABEL REPRINT REQUEST READ ERROR, STATUS='    00003860
                   WS-RPR-STATUS UPON CONSOLE                           00003870
               MOVE 60 TO RETURN-CODE                                   00003880
               STOP RUN                                                 00003890
           END-IF.                                                      00003900
       PERF-MATCH-REPRINT.                                              00003910
           PERFORM PERF-READ-REPRINT                                    00003920
               UNTIL RPR-EOF OR RPR-MNF-SEQ-NO >= FB-EXTR-SEQ-NO        00003930
           IF NOT RPR-EOF AND RPR-MNF-SEQ-NO = FB-EXTR-SEQ-NO THEN      00003940
               MOVE 'Y' TO WS-WANTED-FLAG                               00003950
               ADD 1 TO WS-RPR-PRINTED                                  00003960
           ELSE                                                         00003970
               MOVE 'N' TO WS-WANTED-FLAG                               00003980
           END-IF.                                                      00003990
      *                                                                 00004000
      * ANY REQUEST LEFT OVER, OR PASSED OVER IN THE MATCH, NAMES A     00004010
      * NUMBER THAT IS NO LONGER A LABEL ON THE EXTRACT OR IS OUTSIDE   00004020
      * THE CARD'S RANGE; IT WAS NOT REPRINTED AND IS A WARNING.        00004030
      *                                                                 00004040
       PERF-CLOSE-REPRINT.                                              00004050
           PERFORM PERF-READ-REPRINT UNTIL RPR-EOF                      00004060
           CLOSE REPRINT-FILE                                           00004070
           COMPUTE WS-RPR-MISSING = WS-RPR-WANTED - WS-RPR-PRINTED      00004080
           DISPLAY 'FBLABEL REPRINT REQUESTS: ' WS-RPR-WANTED           00004090
               ', REPRINTED: ' WS-RPR-PRINTED UPON CONSOLE              00004100
           IF WS-RPR-MISSING > 0 THEN                                   00004110
               DISPLAY 'FBLABEL REPRINT REQUESTS NOT ON EXTRACT: '      00004120
                   WS-RPR-MISSING UPON CONSOLE                          00004130
               IF RETURN-CODE = 0 THEN                                  00004140
                   MOVE 4 TO RETURN-CODE                                00004150
               END-IF                                                   00004160
           END-IF.                                                      00004170
       PERF-SET-STOCK-PROFILE.                                          00004180
           EVALUATE WS-STOCK-FORMAT                                     00004190
               WHEN '2'                                                 00004200
                   MOVE 2 TO WS-LABELS-ACROSS                           00004210
                   MOVE 40 TO WS-CELL-WIDTH                             00004220
               WHEN '4'                                                 00004230
                   MOVE 4 TO WS-LABELS-ACROSS                           00004240
                   MOVE 20 TO WS-CELL-WIDTH                             00004250
               WHEN OTHER                                               00004260
                   MOVE 3 TO WS-LABELS-ACROSS                           00004270
                   MOVE 26 TO WS-CELL-WIDTH                             00004280
           END-EVALUATE                                                 00004290
           MOVE 10 TO WS-ROWS-PER-PAGE.                                 00004300
      *                                                                 00004310
      * THE TEST PATTERN MARKS EVERY CELL CORNER AND FIELD POSITION     00004320
      * SO THE OPERATOR CAN LINE THE STOCK UP BEFORE THE LIVE LABELS,   00004330
      * WHICH START ON THE NEXT PAGE.                                   00004340
      *                                                                 00004350
       PERF-ALIGNMENT-PAGE.                                             00004360
           PERFORM PERF-BUILD-TEST-BORDER                               00004370
           WRITE LABEL-LINE FROM WS-TEST-PRINT-LINE                     00004380
           PERFORM PERF-CHECK-LBL-STATUS                                00004390
           PERFORM PERF-BUILD-TEST-CLASS                                00004400
           WRITE LABEL-LINE FROM WS-TEST-PRINT-LINE                     00004410
           PERFORM PERF-CHECK-LBL-STATUS                                00004420
           PERFORM PERF-BUILD-TEST-SEQ                                  00004430
           WRITE LABEL-LINE FROM WS-TEST-PRINT-LINE                     00004440
           PERFORM PERF-CHECK-LBL-STATUS                                00004450
           PERFORM PERF-BUILD-TEST-BORDER                               00004460
           WRITE LABEL-LINE FROM WS-TEST-PRINT-LINE                     00004470
           PERFORM PERF-CHECK-LBL-STATUS                                00004480
           MOVE 1 TO WS-ROW-ON-PAGE                                     00004490
           PERFORM PERF-PAD-FINAL-PAGE.                                 00004500
       PERF-BUILD-TEST-BORDER.                                          00004510
           MOVE SPACES TO WS-TEST-PRINT-LINE                            00004520
           PERFORM PERF-SET-TEST-BORDER-CELL                            00004530
               VARYING WS-CELL-IX FROM 1 BY 1                           00004540
               UNTIL WS-CELL-IX > WS-LABELS-ACROSS.                     00004550
       PERF-SET-TEST-BORDER-CELL.                                       00004560
           PERFORM PERF-SET-CELL-POS                                    00004570
           MOVE ALL '-' TO WS-TEST-PRINT-LINE                           00004580
               (WS-CELL-POS : WS-CELL-WIDTH)                            00004590
           MOVE '*' TO WS-TEST-PRINT-LINE (WS-CELL-POS : 1)             00004600
           MOVE '*' TO WS-TEST-PRINT-LINE                               00004610
               (WS-CELL-POS + WS-CELL-WIDTH - 1 : 1).                   00004620
       PERF-BUILD-TEST-CLASS.                                           00004630
           MOVE SPACES TO WS-TEST-PRINT-LINE                            00004640
           PERFORM PERF-SET-TEST-CLASS-CELL                             00004650
               VARYING WS-CELL-IX FROM 1 BY 1                           00004660
               UNTIL WS-CELL-IX > WS-LABELS-ACROSS.                     00004670
       PERF-SET-TEST-CLASS-CELL.                                        00004680
           PERFORM PERF-SET-TEST-SIDES                                  00004690
           MOVE 'XXXXXXXXXXXX' TO WS-TEST-PRINT-LINE                    00004700
               (WS-CELL-POS + 2 : 12).                                  00004710
       PERF-BUILD-TEST-SEQ.                                             00004720
           MOVE SPACES TO WS-TEST-PRINT-LINE                            00004730
           PERFORM PERF-SET-TEST-SEQ-CELL                               00004740
               VARYING WS-CELL-IX FROM 1 BY 1                           00004750
               UNTIL WS-CELL-IX > WS-LABELS-ACROSS.                     00004760
       PERF-SET-TEST-SEQ-CELL.                                          00004770
           PERFORM PERF-SET-TEST-SIDES                                  00004780
           MOVE '9999999' TO WS-TEST-PRINT-LINE                         00004790
               (WS-CELL-POS + 2 : 7).                                   00004800
       PERF-SET-TEST-SIDES.                                             00004810
           PERFORM PERF-SET-CELL-POS                                    00004820
           MOVE '|' TO WS-TEST-PRINT-LINE (WS-CELL-POS : 1)             00004830
           MOVE '|' TO WS-TEST-PRINT-LINE                               00004840
               (WS-CELL-POS + WS-CELL-WIDTH - 1 : 1).                   00004850
       PERF-SET-CELL-POS.                                               00004860
           COMPUTE WS-CELL-POS =                                        00004870
               (WS-CELL-IX - 1) * WS-CELL-WIDTH + 1.                    00004880
       PERF-READ-EXTRACT.                                               00004890
           READ EXTRACT-FILE                                            00004900
               AT END CONTINUE                                          00004910
           END-READ                                                     00004920
           IF NOT EXTR-OK AND NOT EXTR-EOF THEN                         00004930
               DISPLAY 'FBLABEL EXTRACT FILE READ ERROR, STATUS='       00004940
                   WS-EXTR-STATUS UPON CONSOLE                          00004950
               MOVE 44 TO RETURN-CODE                                   00004960
               STOP RUN                                                 00004970
           END-IF.                                                      00004980
       PERF-PROCESS-RECORD.                                             00004990
           IF FB-EXTR-SEQ-NO IS NUMERIC                                 00005000
               AND FB-EXTR-CLASS-CODE NOT = 'NONE'                      00005010
               AND FB-EXTR-CLASS-CODE NOT = SPACES                      00005020
               AND FB-EXTR-SEQ-NO >= WS-PRINT-START                     00005030
               AND FB-EXTR-SEQ-NO <= WS-PRINT-END THEN                  00005040
               IF REPRINT-RUN THEN                                      00005050
                   PERFORM PERF-MATCH-REPRINT                           00005060
               END-IF                                                   00005070
               IF LABEL-WANTED THEN                                     00005080
                   PERFORM PERF-FILL-CELL                               00005090
               END-IF                                                   00005100
           END-IF                                                       00005110
           PERFORM PERF-READ-EXTRACT.                                   00005120
       PERF-FILL-CELL.                                                  00005130
           IF WS-CELL-COUNT = 0 THEN                                    00005140
               MOVE SPACES TO WS-CLASS-PRINT-LINE                       00005150
               MOVE SPACES TO WS-SEQ-PRINT-LINE                         00005160
           END-IF                                                       00005170
           COMPUTE WS-CELL-POS =                                        00005180
               WS-CELL-COUNT * WS-CELL-WIDTH + 1                        00005190
           ADD 1 TO WS-CELL-COUNT                                       00005200
           MOVE FB-EXTR-CLASS-CODE TO WS-CLASS-PRINT-LINE               00005210
               (WS-CELL-POS + 2 : 12)                                   00005220
           MOVE FB-EXTR-SEQ-NO TO WS-SEQ-EDIT                           00005230
           MOVE WS-SEQ-EDIT TO WS-SEQ-PRINT-LINE                        00005240
               (WS-CELL-POS + 2 : 7)                                    00005250
           ADD 1 TO WS-LABEL-COUNT                                      00005260
           PERFORM PERF-WRITE-MANIFEST                                  00005270
           IF WS-CELL-COUNT >= WS-LABELS-ACROSS THEN                    00005280
               PERFORM PERF-WRITE-LABEL-ROW                             00005290
           END-IF.                                                      00005300
      *                                                                 00005310
      * THE PAGES BEFORE THE ONE BEING FILLED ARE ALL COUNTED, THE      00005320
      * ALIGNMENT PAGE AMONG THEM, SO THE LABEL IS ON THE NEXT PAGE.    00005330
      *                                                                 00005340
       PERF-WRITE-MANIFEST.                                             00005350
           MOVE FB-EXTR-SEQ-NO TO FB-MNF-SEQ-NO                         00005360
           MOVE FB-EXTR-CLASS-CODE TO FB-MNF-CLASS-CODE                 00005370
           MOVE WS-GATE-GEN TO FB-MNF-GEN-NO                            00005380
           COMPUTE FB-MNF-PAGE-NO = WS-PAGE-COUNT + 1                   00005390
           COMPUTE FB-MNF-ROW-NO = WS-ROW-ON-PAGE + 1                   00005400
           MOVE WS-CELL-COUNT TO FB-MNF-COL-NO                          00005410
           MOVE WS-STOCK-FORMAT TO FB-MNF-STOCK-FORMAT                  00005420
           MOVE WS-RUN-DATE TO FB-MNF-RUN-DATE                          00005430
           MOVE WS-RUN-TYPE TO FB-MNF-RUN-TYPE                          00005440
           WRITE FB-MANIFEST-RECORD                                     00005450
           IF NOT MNF-OK THEN                                           00005460
               DISPLAY 'FBLABEL MANIFEST FILE WRITE ERROR, STATUS='     00005470
                   WS-MNF-STATUS UPON CONSOLE                           00005480
               MOVE 68 TO RETURN-CODE                                   00005490
               STOP RUN                                                 00005500
           END-IF.                                                      00005510
       PERF-WRITE-LABEL-ROW.                                            00005520
           MOVE SPACES TO LABEL-LINE                                    00005530
           WRITE LABEL-LINE                                             00005540
           PERFORM PERF-CHECK-LBL-STATUS                                00005550
           WRITE LABEL-LINE FROM WS-CLASS-PRINT-LINE                    00005560
           PERFORM PERF-CHECK-LBL-STATUS                                00005570
           WRITE LABEL-LINE FROM WS-SEQ-PRINT-LINE                      00005580
           PERFORM PERF-CHECK-LBL-STATUS                                00005590
           MOVE SPACES TO LABEL-LINE                                    00005600
           WRITE LABEL-LINE                                             00005610
           PERFORM PERF-CHECK-LBL-STATUS                                00005620
           MOVE 0 TO WS-CELL-COUNT                                      00005630
           ADD 1 TO WS-ROW-ON-PAGE                                      00005640
           IF WS-ROW-ON-PAGE >= WS-ROWS-PER-PAGE THEN                   00005650
               MOVE 0 TO WS-ROW-ON-PAGE                                 00005660
               ADD 1 TO WS-PAGE-COUNT                                   00005670
           END-IF.                                                      00005680
      *                                                                 00005690
      * PAD THE REST OF THE CURRENT PAGE WITH BLANK LABEL ROWS SO THE   00005700
      * STOCK TEARS OFF ON A PAGE BOUNDARY.                             00005710
      *                                                                 00005720
       PERF-PAD-FINAL-PAGE.                                             00005730
           IF WS-ROW-ON-PAGE > 0 THEN                                   00005740
               PERFORM PERF-WRITE-BLANK-ROW                             00005750
                   UNTIL WS-ROW-ON-PAGE = 0                             00005760
           END-IF.                                                      00005770
       PERF-WRITE-BLANK-ROW.                                            00005780
           MOVE SPACES TO LABEL-LINE                                    00005790
           WRITE LABEL-LINE                                             00005800
           PERFORM PERF-CHECK-LBL-STATUS                                00005810
           WRITE LABEL-LINE                                             00005820
           PERFORM PERF-CHECK-LBL-STATUS                                00005830
           WRITE LABEL-LINE                                             00005840
           PERFORM PERF-CHECK-LBL-STATUS                                00005850
           WRITE LABEL-LINE                                             00005860
           PERFORM PERF-CHECK-LBL-STATUS                                00005870
           ADD 1 TO WS-ROW-ON-PAGE                                      00005880
           IF WS-ROW-ON-PAGE >= WS-ROWS-PER-PAGE THEN                   00005890
               MOVE 0 TO WS-ROW-ON-PAGE                                 00005900
               ADD 1 TO WS-PAGE-COUNT                                   00005910
           END-IF.                                                      00005920
