      *                                                                 00000010
      * FBSPOIL - LABEL SPOILAGE RECONCILIATION                         00000020
      * MATCHES THE PRINT ROOM'S SPOILAGE RETURN FOR A LABEL RUN        00000030
      * AGAINST THE LABEL MANIFEST FBLABEL WROTE FOR IT, SO EVERY       00000040
      * SPOILED OR JAMMED PAGE OR LABEL POSITION IS TURNED INTO THE     00000050
      * EXACT SEQUENCE NUMBERS THAT WERE ON IT.  EACH SPOILED LABEL IS  00000060
      * WRITTEN TO THE REPRINT REQUEST (REPRFILE) THAT FBLABEL PRINTS   00000070
      * FROM WHEN ITS CARD ASKS FOR A REPRINT, AND IS LISTED.  EVERY    00000080
      * OTHER LABEL ON THE MANIFEST WAS PRINTED GOOD, AND THE RUN DATE  00000090
      * IS POSTED TO THE MASTER AS THE NUMBER'S PRINTED DATE, UNLESS    00000100
      * THE MASTER HAS RECLASSIFIED THE NUMBER SINCE THE LABEL WAS      00000110
      * PRINTED OR NO LONGER CARRIES IT; THOSE ARE LISTED INSTEAD.  A   00000120
      * PRINTED DATE IS NEVER MOVED BACK BY AN OLDER MANIFEST.          00000130
      * THE RETURN IS CHECKED IN FULL BEFORE ANYTHING IS POSTED: A      00000140
      * RECORD WITH A BAD TYPE, OR A PAGE, ROW, OR COLUMN THAT COULD    00000150
      * NOT HAVE HELD A LABEL ON THIS RUN'S STOCK, IS LISTED AND THE    00000160
      * WHOLE RETURN IS REFUSED WITH RETURN CODE 8, LEAVING THE MASTER  00000170
      * AND THE REPRINT REQUEST UNTOUCHED UNTIL THE PRINT ROOM SENDS    00000180
      * IT AGAIN.  A SPOILED POSITION THAT HELD NO LABEL (THE           00000190
      * ALIGNMENT PAGE, OR THE BLANK CELLS AFTER THE LAST LABEL) IS     00000200
      * ONLY NOTED.  AN EMPTY MANIFEST ALSO ENDS WITH RETURN CODE 8,    00000210
      * A MISSING MASTER WITH 12.  A REPRINT TO REQUEST OR ANY LABEL    00000220
      * THAT COULD NOT BE POSTED ENDS WITH RETURN CODE 4.               00000230
      * AUSTIN BITTINGER - 2026/10/15                                   00000240
      *                                                                 00000250
       IDENTIFICATION DIVISION.                                         00000260
       PROGRAM-ID. FBSPOIL.                                             00000270
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000280
       ENVIRONMENT DIVISION.                                            00000290
       INPUT-OUTPUT SECTION.                                            00000300
       FILE-CONTROL.                                                    00000310
           SELECT MANIFEST-FILE ASSIGN TO "MANFFILE"                    00000320
               ORGANIZATION IS LINE SEQUENTIAL                          00000330
               FILE STATUS IS WS-MNF-STATUS.                            00000340
           SELECT SPOILAGE-FILE ASSIGN TO "SPOLFILE"                    00000350
               ORGANIZATION IS LINE SEQUENTIAL                          00000360
               FILE STATUS IS WS-SPL-STATUS.                            00000370
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"                      00000380
               ORGANIZATION IS INDEXED                                  00000390
               ACCESS MODE IS RANDOM                                    00000400
               RECORD KEY IS FB-MST-SEQ-NO                              00000410
               ALTERNATE RECORD KEY IS FB-MST-CLASS-CODE                00000420
                   WITH DUPLICATES                                      00000430
               FILE STATUS IS WS-MST-STATUS.                            00000440
           SELECT REPRINT-FILE ASSIGN TO "REPRFILE"                     00000450
               ORGANIZATION IS LINE SEQUENTIAL                          00000460
               FILE STATUS IS WS-RPR-STATUS.                            00000470
           SELECT SPOIL-REPORT-FILE ASSIGN TO "SPLRFILE"                00000480
               ORGANIZATION IS LINE SEQUENTIAL                          00000490
               FILE STATUS IS WS-RPT-STATUS.                            00000500
       DATA DIVISION.                                                   00000510
       FILE SECTION.                                                    00000520
       FD  MANIFEST-FILE                                                00000530
           LABEL RECORDS ARE STANDARD.                                  00000540
           COPY FBMANF.                                                 00000550
       FD  SPOILAGE-FILE                                                00000560
           LABEL RECORDS ARE STANDARD.                                  00000570
           COPY FBSPOL.                                                 00000580
       FD  MASTER-FILE                                                  00000590
           LABEL RECORDS ARE STANDARD.                                  00000600
           COPY FBMSTR.                                                 00000610
       FD  REPRINT-FILE                                                 00000620
           LABEL RECORDS ARE STANDARD.                                  00000630
           COPY FBMANF REPLACING LEADING ==FB-== BY ==RPR-==.           00000640
       FD  SPOIL-REPORT-FILE                                            00000650
           LABEL RECORDS ARE STANDARD.                                  00000660
       01  SPOIL-REPORT-LINE PIC X(80).                                 00000670
       WORKING-STORAGE SECTION.                                         00000680
       01  WS-MNF-STATUS PIC XX.                                        00000690
            88 MNF-OK VALUE '00'.                                       00000700
            88 MNF-EOF VALUE '10'.                                      00000710
       01  WS-SPL-STATUS PIC XX.                                        00000720
            88 SPL-OK VALUE '00'.                                       00000730
            88 SPL-EOF VALUE '10'.                                      00000740
       01  WS-MST-STATUS PIC XX.                                        00000750
            88 MST-OK VALUE '00' '02'.                                  00000760
            88 MST-NOT-FOUND VALUE '23'.                                00000770
            88 MST-FILE-MISSING VALUE '35'.                             00000780
       01  WS-RPR-STATUS PIC XX.                                        00000790
            88 RPR-OK VALUE '00'.                                       00000800
       01  WS-RPT-STATUS PIC XX.                                        00000810
            88 RPT-OK VALUE '00'.                                       00000820
      *                                                                 00000830
      * THE LABEL RUN AS THE MANIFEST DESCRIBES IT.  EVERY STOCK HAS    00000840
      * TEN LABEL ROWS TO THE PAGE; THE LABELS ACROSS COME FROM THE     00000850
      * STOCK FORMAT, AS IN FBLABEL.                                    00000860
      *                                                                 00000870
       01  WS-RUN-GEN PIC 9(4) VALUE 0.                                 00000880
       01  WS-RUN-DATE PIC 9(8) VALUE 0.                                00000890
       01  WS-RUN-STOCK PIC X VALUE SPACE.                              00000900
       01  WS-RUN-TYPE PIC X VALUE SPACE.                               00000910
            88 RUN-WAS-REPRINT VALUE 'R'.                               00000920
       01  WS-LAST-PAGE PIC 9(5) VALUE 0.                               00000930
       01  WS-LABELS-ACROSS PIC 9 VALUE 3.                              00000940
       01  WS-ROWS-PER-PAGE PIC 99 VALUE 10.                            00000950
      *                                                                 00000960
      * ONE ENTRY FOR EVERY SPOILAGE RECORD ACCEPTED, WITH THE NUMBER   00000970
      * OF MANIFEST LABELS IT SPOILED.  A WHOLE-PAGE ENTRY CARRIES A    00000980
      * ZERO ROW AND COLUMN.                                            00000990
      *                                                                 00001000
       01  WS-SPL-COUNT PIC 9(4) VALUE 0.                               00001010
       01  WS-SPL-LIMIT PIC 9(4) VALUE 500.                             00001020
       01  WS-SPL-IX PIC 9(4) VALUE 0.                                  00001030
       01  WS-SPL-POS PIC 9(4) VALUE 0.                                 00001040
       01  WS-SPL-TABLE.                                                00001050
            05 WS-SPL-ENTRY OCCURS 500 TIMES.                           00001060
                10 WS-SPL-KEY.                                          00001070
                    15 WS-SPL-TYPE PIC X.                               00001080
                    15 WS-SPL-PAGE PIC 9(5).                            00001090
                    15 WS-SPL-ROW PIC 99.                               00001100
                    15 WS-SPL-COL PIC 9.                                00001110
                10 WS-SPL-REASON PIC X(20).                             00001120
                10 WS-SPL-HITS PIC 9(5).                                00001130
       01  WS-REJECT-TEXT PIC X(38) VALUE SPACES.                       00001140
       01  WS-MNF-COUNT PIC 9(7) VALUE 0.                               00001150
       01  WS-SPL-READ PIC 9(7) VALUE 0.                                00001160
       01  WS-REJECT-COUNT PIC 9(7) VALUE 0.                            00001170
       01  WS-EMPTY-COUNT PIC 9(7) VALUE 0.                             00001180
       01  WS-SPOILED-COUNT PIC 9(7) VALUE 0.                           00001190
       01  WS-POSTED-COUNT PIC 9(7) VALUE 0.                            00001200
       01  WS-CURRENT-COUNT PIC 9(7) VALUE 0.                           00001210
       01  WS-RECLASS-COUNT PIC 9(7) VALUE 0.                           00001220
       01  WS-NOTFND-COUNT PIC 9(7) VALUE 0.                            00001230
       01  WS-RPT-HEADING PIC X(80)                                     00001240
               VALUE 'FIZZBUZZ LABEL SPOILAGE RECONCILIATION'.          00001250
       01  WS-RUN-LINE.                                                 00001260
            05 FILLER PIC X(10) VALUE 'LABEL RUN '.                     00001270
            05 WS-RNL-DATE PIC 9(8).                                    00001280
            05 FILLER PIC X(13) VALUE '  GENERATION '.                  00001290
            05 WS-RNL-GEN PIC 9(4).                                     00001300
            05 FILLER PIC X(8) VALUE '  STOCK '.                        00001310
            05 WS-RNL-STOCK PIC X.                                      00001320
            05 FILLER PIC X(5) VALUE '-UP  '.                           00001330
            05 WS-RNL-TYPE PIC X(7).                                    00001340
            05 FILLER PIC X(24) VALUE SPACES.                           00001350
       01  WS-COLUMN-HEADING.                                           00001360
            05 FILLER PIC X(10) VALUE 'SEQ NO'.                         00001370
            05 FILLER PIC X(14) VALUE 'CLASS'.                          00001380
            05 FILLER PIC X(7) VALUE ' PAGE'.                           00001390
            05 FILLER PIC X(5) VALUE 'ROW'.                             00001400
            05 FILLER PIC X(4) VALUE 'COL'.                             00001410
            05 FILLER PIC X(40) VALUE 'NOTE'.                           00001420
       01  WS-DTL-LINE.                                                 00001430
            05 WS-DTL-SEQ PIC 9(7).                                     00001440
            05 FILLER PIC X(3) VALUE SPACES.                            00001450
            05 WS-DTL-CLASS PIC X(12).                                  00001460
            05 FILLER PIC X(2) VALUE SPACES.                            00001470
            05 WS-DTL-PAGE PIC ZZZZ9.                                   00001480
            05 FILLER PIC X(2) VALUE SPACES.                            00001490
            05 WS-DTL-ROW PIC Z9.                                       00001500
            05 FILLER PIC X(3) VALUE SPACES.                            00001510
            05 WS-DTL-COL PIC 9.                                        00001520
            05 FILLER PIC X(3) VALUE SPACES.                            00001530
            05 WS-DTL-TEXT PIC X(20).                                   00001540
            05 WS-DTL-DETAIL PIC X(20).                                 00001550
       01  WS-SPOIL-LINE.                                               00001560
            05 FILLER PIC X(9) VALUE 'SPOILAGE '.                       00001570
            05 WS-SLN-IMAGE PIC X(9).                                   00001580
            05 FILLER PIC X(2) VALUE SPACES.                            00001590
            05 WS-SLN-REASON PIC X(20).                                 00001600
            05 FILLER PIC X(2) VALUE SPACES.                            00001610
            05 WS-SLN-TEXT PIC X(38).                                   00001620
       01  WS-NOTE-LINE.                                                00001630
            05 FILLER PIC X(5) VALUE SPACES.                            00001640
            05 WS-NTE-TEXT PIC X(75).                                   00001650
       01  WS-SUMMARY-LINE.                                             00001660
            05 FILLER PIC X(5) VALUE SPACES.                            00001670
            05 WS-SUM-LABEL PIC X(34).                                  00001680
            05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.                            00001690
            05 FILLER PIC X(30) VALUE SPACES.                           00001700
       PROCEDURE DIVISION.                                              00001710
       0000-MAIN.                                                       00001720
           OPEN OUTPUT SPOIL-REPORT-FILE                                00001730
           IF NOT RPT-OK THEN                                           00001740
               DISPLAY 'FBSPOIL REPORT FILE OPEN ERROR, STATUS='        00001750
                   WS-RPT-STATUS UPON CONSOLE                           00001760
               MOVE 52 TO RETURN-CODE                                   00001770
               STOP RUN                                                 00001780
           END-IF                                                       00001790
           WRITE SPOIL-REPORT-LINE FROM WS-RPT-HEADING                  00001800
           PERFORM PERF-CHECK-RPT-STATUS                                00001810
           MOVE SPACES TO SPOIL-REPORT-LINE                             00001820
           WRITE SPOIL-REPORT-LINE                                      00001830
           PERFORM PERF-CHECK-RPT-STATUS                                00001840
           PERFORM PERF-SCAN-MANIFEST                                   00001850
           IF WS-MNF-COUNT = 0 THEN                                     00001860
               MOVE 'NO LABELS ON THE MANIFEST, NOTHING RECONCILED'     00001870
                   TO WS-NTE-TEXT                                       00001880
               WRITE SPOIL-REPORT-LINE FROM WS-NOTE-LINE                00001890
               PERFORM PERF-CHECK-RPT-STATUS                            00001900
               CLOSE SPOIL-REPORT-FILE                                  00001910
               DISPLAY 'FBSPOIL NO LABELS ON MANIFEST' UPON CONSOLE     00001920
               MOVE 8 TO RETURN-CODE                                    00001930
               STOP RUN                                                 00001940
           END-IF                                                       00001950
           MOVE WS-RUN-DATE TO WS-RNL-DATE                              00001960
           MOVE WS-RUN-GEN TO WS-RNL-GEN                                00001970
           MOVE WS-RUN-STOCK TO WS-RNL-STOCK                            00001980
           IF RUN-WAS-REPRINT THEN                                      00001990
               MOVE 'REPRINT' TO WS-RNL-TYPE                            00002000
           ELSE                                                         00002010
               MOVE 'NORMAL' TO WS-RNL-TYPE                             00002020
           END-IF                                                       00002030
           WRITE SPOIL-REPORT-LINE FROM WS-RUN-LINE                     00002040
           PERFORM PERF-CHECK-RPT-STATUS                                00002050
           MOVE SPACES TO SPOIL-REPORT-LINE                             00002060
           WRITE SPOIL-REPORT-LINE                                      00002070
           PERFORM PERF-CHECK-RPT-STATUS                                00002080
           PERFORM PERF-LOAD-SPOILAGE                                   00002090
           IF WS-REJECT-COUNT > 0 THEN                                  00002100
               MOVE SPACES TO SPOIL-REPORT-LINE                         00002110
               WRITE SPOIL-REPORT-LINE                                  00002120
               PERFORM PERF-CHECK-RPT-STATUS                            00002130
               MOVE 'SPOILAGE RETURN REFUSED, NOTHING POSTED'           00002140
                   TO WS-NTE-TEXT                                       00002150
               WRITE SPOIL-REPORT-LINE FROM WS-NOTE-LINE                00002160
               PERFORM PERF-CHECK-RPT-STATUS                            00002170
               PERFORM PERF-PRINT-SUMMARY                               00002180
               CLOSE SPOIL-REPORT-FILE                                  00002190
               DISPLAY 'FBSPOIL SPOILAGE RECORDS REJECTED: '            00002200
                   WS-REJECT-COUNT ', RETURN REFUSED' UPON CONSOLE      00002210
               MOVE 8 TO RETURN-CODE                                    00002220
               STOP RUN                                                 00002230
           END-IF                                                       00002240
           PERFORM PERF-RECONCILE                                       00002250
           IF WS-SPL-COUNT > 0 THEN                                     00002260
               PERFORM PERF-CHECK-EMPTY-SPOT                            00002270
                   VARYING WS-SPL-IX FROM 1 BY 1                        00002280
                   UNTIL WS-SPL-IX > WS-SPL-COUNT                       00002290
           END-IF                                                       00002300
           PERFORM PERF-PRINT-SUMMARY                                   00002310
           CLOSE SPOIL-REPORT-FILE                                      00002320
           DISPLAY 'FBSPOIL LABELS: ' WS-MNF-COUNT                      00002330
               ', SPOILED: ' WS-SPOILED-COUNT                           00002340
               ', POSTED: ' WS-POSTED-COUNT UPON CONSOLE                00002350
           DISPLAY 'FBSPOIL RECLASSIFIED SINCE PRINTING: '              00002360
               WS-RECLASS-COUNT                                         00002370
               ', NOT ON MASTER: ' WS-NOTFND-COUNT UPON CONSOLE         00002380
           IF WS-SPOILED-COUNT > 0 OR WS-RECLASS-COUNT > 0              00002390
               OR WS-NOTFND-COUNT > 0 THEN                              00002400
               MOVE 4 TO RETURN-CODE                                    00002410
           END-IF                                                       00002420
           STOP RUN.                                                    00002430
       PERF-CHECK-RPT-STATUS.                                           00002440
           IF NOT RPT-OK THEN                                           00002450
               DISPLAY 'FBSPOIL REPORT FILE WRITE ERROR, STATUS='       00002460
                   WS-RPT-STATUS UPON CONSOLE                           00002470
               MOVE 56 TO RETURN-CODE                                   00002480
               STOP RUN                                                 00002490
           END-IF.                                                      00002500
      *                                                                 00002510
      * THE FIRST PASS OVER THE MANIFEST TAKES THE RUN'S GENERATION,    00002520
      * DATE, STOCK, AND TYPE FROM ITS FIRST LABEL AND THE LAST PAGE    00002530
      * THAT HELD A LABEL, SO THE SPOILAGE RETURN CAN BE CHECKED        00002540
      * BEFORE ANYTHING IS POSTED.                                      00002550
      *                                                                 00002560
       PERF-SCAN-MANIFEST.                                              00002570
           PERFORM PERF-OPEN-MANIFEST                                   00002580
           PERFORM PERF-READ-MANIFEST                                   00002590
           IF NOT MNF-EOF THEN                                          00002600
               MOVE FB-MNF-GEN-NO TO WS-RUN-GEN                         00002610
               MOVE FB-MNF-RUN-DATE TO WS-RUN-DATE                      00002620
               MOVE FB-MNF-STOCK-FORMAT TO WS-RUN-STOCK                 00002630
               MOVE FB-MNF-RUN-TYPE TO WS-RUN-TYPE                      00002640
           END-IF                                                       00002650
           PERFORM PERF-COUNT-MANIFEST UNTIL MNF-EOF                    00002660
           CLOSE MANIFEST-FILE                                          00002670
           EVALUATE WS-RUN-STOCK                                        00002680
               WHEN '2'                                                 00002690
                   MOVE 2 TO WS-LABELS-ACROSS                           00002700
               WHEN '4'                                                 00002710
                   MOVE 4 TO WS-LABELS-ACROSS                           00002720
               WHEN OTHER                                               00002730
                   MOVE 3 TO WS-LABELS-ACROSS                           00002740
           END-EVALUATE.                                                00002750
       PERF-OPEN-MANIFEST.                                              00002760
           OPEN INPUT MANIFEST-FILE                                     00002770
           IF NOT MNF-OK THEN                                           00002780
               DISPLAY 'FBSPOIL MANIFEST FILE OPEN ERROR, STATUS='      00002790
                   WS-MNF-STATUS UPON CONSOLE                           00002800
               MOVE 32 TO RETURN-CODE                                   00002810
               STOP RUN                                                 00002820
           END-IF.                                                      00002830
       PERF-READ-MANIFEST.                                              00002840
           READ MANIFEST-FILE                                           00002850
               AT END CONTINUE                                          00002860
           END-READ                                                     00002870
           IF NOT MNF-OK AND NOT MNF-EOF THEN                           00002880
               DISPLAY 'FBSPOIL MANIFEST FILE READ ERROR, STATUS='      00002890
                   WS-MNF-STATUS UPON CONSOLE                           00002900
               MOVE 36 TO RETURN-CODE                                   00002910
               STOP RUN                                                 00002920
           END-IF.                                                      00002930
       PERF-COUNT-MANIFEST.                                             00002940
           ADD 1 TO WS-MNF-COUNT                                        00002950
           IF FB-MNF-PAGE-NO > WS-LAST-PAGE THEN                        00002960
               MOVE FB-MNF-PAGE-NO TO WS-LAST-PAGE                      00002970
           END-IF                                                       00002980
           PERFORM PERF-READ-MANIFEST.                                  00002990
      *                                                                 00003000
      * EVERY SPOILAGE RECORD IS CHECKED AND EVERY BAD ONE LISTED, SO   00003010
      * THE PRINT ROOM CAN CORRECT THE WHOLE RETURN IN ONE PASS.  A     00003020
      * BLANK RECORD IS PASSED OVER.                                    00003030
      *                                                                 00003040
       PERF-LOAD-SPOILAGE.                                              00003050
           OPEN INPUT SPOILAGE-FILE                                     00003060
           IF NOT SPL-OK THEN                                           00003070
               DISPLAY 'FBSPOIL SPOILAGE FILE OPEN ERROR, STATUS='      00003080
                   WS-SPL-STATUS UPON CONSOLE                           00003090
               MOVE 40 TO RETURN-CODE                                   00003100
               STOP RUN                                                 00003110
           END-IF                                                       00003120
           PERFORM PERF-READ-SPOILAGE                                   00003130
           PERFORM PERF-CHECK-SPOILAGE UNTIL SPL-EOF                    00003140
           CLOSE SPOILAGE-FILE.                                         00003150
       PERF-READ-SPOILAGE.                                              00003160
           READ SPOILAGE-FILE                                           00003170
               AT END CONTINUE                                          00003180
           END-READ                                                     00003190
           IF NOT SPL-OK AND NOT SPL-EOF THEN                           00003200
               DISPLAY 'FBSPOIL SPOILAGE FILE READ ERROR, STATUS='      00003210
                   WS-SPL-STATUS UPON CONSOLE                           00003220
               MOVE 44 TO RETURN-CODE                                   00003230
               STOP RUN                                                 00003240
           END-IF.                                                      00003250
       PERF-CHECK-SPOILAGE.                                             00003260
           IF FB-SPOILAGE-RECORD NOT = SPACES THEN                      00003270
               ADD 1 TO WS-SPL-READ                                     00003280
               MOVE SPACES TO WS-REJECT-TEXT                            00003290
               EVALUATE TRUE                                            00003300
                   WHEN NOT FB-SPL-WHOLE-PAGE AND NOT FB-SPL-ONE-LABEL  00003310
                       MOVE 'TYPE IS NOT P OR L' TO WS-REJECT-TEXT      00003320
                   WHEN FB-SPL-PAGE-NO IS NOT NUMERIC                   00003330
                       OR FB-SPL-PAGE-NO = 0                            00003340
                       MOVE 'PAGE IS NOT A PAGE NUMBER'                 00003350
                           TO WS-REJECT-TEXT                            00003360
                   WHEN FB-SPL-PAGE-NO > WS-LAST-PAGE                   00003370
                       MOVE 'PAGE IS PAST THE LAST LABEL PAGE'          00003380
                           TO WS-REJECT-TEXT                            00003390
                   WHEN FB-SPL-WHOLE-PAGE                               00003400
                       CONTINUE                                         00003410
                   WHEN FB-SPL-ROW-NO IS NOT NUMERIC                    00003420
                       OR FB-SPL-ROW-NO = 0                             00003430
                       OR FB-SPL-ROW-NO > WS-ROWS-PER-PAGE              00003440
                       MOVE 'ROW IS NOT 1 THROUGH 10'                   00003450
                           TO WS-REJECT-TEXT                            00003460
                   WHEN FB-SPL-COL-NO IS NOT NUMERIC                    00003470
                       OR FB-SPL-COL-NO = 0                             00003480
                       OR FB-SPL-COL-NO > WS-LABELS-ACROSS              00003490
                       MOVE 'COLUMN IS NOT ON THIS STOCK'               00003500
                           TO WS-REJECT-TEXT                            00003510
                   WHEN OTHER                                           00003520
                       CONTINUE                                         00003530
               END-EVALUATE                                             00003540
               IF WS-REJECT-TEXT = SPACES THEN                          00003550
                   PERFORM PERF-ADD-SPOILAGE                            00003560
               ELSE                                                     00003570
                   ADD 1 TO WS-REJECT-COUNT                             00003580
                   MOVE FB-SPOILAGE-RECORD (1:9) TO WS-SLN-IMAGE        00003590
                   MOVE FB-SPL-REASON TO WS-SLN-REASON                  00003600
                   MOVE WS-REJECT-TEXT TO WS-SLN-TEXT                   00003610
                   WRITE SPOIL-REPORT-LINE FROM WS-SPOIL-LINE           00003620
                   PERFORM PERF-CHECK-RPT-STATUS                        00003630
               END-IF                                                   00003640
           END-IF                                                       00003650
           PERFORM PERF-READ-SPOILAGE.                                  00003660
       PERF-ADD-SPOILAGE.                                               00003670
           IF WS-SPL-COUNT >= WS-SPL-LIMIT THEN                         00003680
               DISPLAY 'FBSPOIL SPOILAGE TABLE FULL AT '                00003690
                   WS-SPL-LIMIT ' RECORDS' UPON CONSOLE                 00003700
               MOVE 48 TO RETURN-CODE                                   00003710
               STOP RUN                                                 00003720
           END-IF                                                       00003730
           ADD 1 TO WS-SPL-COUNT                                        00003740
           MOVE FB-SPL-TYPE TO WS-SPL-TYPE (WS-SPL-COUNT)               00003750
           MOVE FB-SPL-PAGE-NO TO WS-SPL-PAGE (WS-SPL-COUNT)            00003760
           IF FB-SPL-WHOLE-PAGE THEN                                    00003770
               MOVE 0 TO WS-SPL-ROW (WS-SPL-COUNT)                      00003780
               MOVE 0 TO WS-SPL-COL (WS-SPL-COUNT)                      00003790
           ELSE                                                         00003800
               MOVE FB-SPL-ROW-NO TO WS-SPL-ROW (WS-SPL-COUNT)          00003810
               MOVE FB-SPL-COL-NO TO WS-SPL-COL (WS-SPL-COUNT)          00003820
           END-IF                                                       00003830
           MOVE FB-SPL-REASON TO WS-SPL-REASON (WS-SPL-COUNT)           00003840
           MOVE 0 TO WS-SPL-HITS (WS-SPL-COUNT).                        00003850
      *                                                                 00003860
      * THE SECOND PASS SENDS EVERY SPOILED LABEL TO THE REPRINT        00003870
      * REQUEST AND POSTS EVERY GOOD ONE TO THE MASTER.                 00003880
      *                                                                 00003890
       PERF-RECONCILE.                                                  00003900
           OPEN I-O MASTER-FILE                                         00003910
           IF MST-FILE-MISSING THEN                                     00003920
               DISPLAY 'FBSPOIL CLASSIFICATION MASTER NOT FOUND'        00003930
                   UPON CONSOLE                                         00003940
               MOVE 12 TO RETURN-CODE                                   00003950
               STOP RUN                                                 00003960
           END-IF                                                       00003970
           IF NOT MST-OK THEN                                           00003980
               DISPLAY 'FBSPOIL MASTER FILE OPEN ERROR, STATUS='        00003990
                   WS-MST-STATUS UPON CONSOLE                           00004000
               MOVE 60 TO RETURN-CODE                                   00004010
               STOP RUN                                                 00004020
           END-IF                                                       00004030
           OPEN OUTPUT REPRINT-FILE                                     00004040
           IF NOT RPR-OK THEN                                           00004050
               DISPLAY 'FBSPOIL REPRINT REQUEST OPEN ERROR, STATUS='    00004060
                   WS-RPR-STATUS UPON CONSOLE                           00004070
               MOVE 72 TO RETURN-CODE                                   00004080
               STOP RUN                                                 00004090
           END-IF                                                       00004100
           WRITE SPOIL-REPORT-LINE FROM WS-COLUMN-HEADING               00004110
           PERFORM PERF-CHECK-RPT-STATUS                                00004120
           PERFORM PERF-OPEN-MANIFEST                                   00004130
           PERFORM PERF-READ-MANIFEST                                   00004140
           PERFORM PERF-MATCH-LABEL UNTIL MNF-EOF                       00004150
           CLOSE MANIFEST-FILE                                          00004160
           CLOSE REPRINT-FILE                                           00004170
           CLOSE MASTER-FILE.                                           00004180
       PERF-MATCH-LABEL.                                                00004190
           MOVE 0 TO WS-SPL-POS                                         00004200
           IF WS-SPL-COUNT > 0 THEN                                     00004210
               PERFORM PERF-SCAN-SPOILAGE                               00004220
                   VARYING WS-SPL-IX FROM 1 BY 1                        00004230
                   UNTIL WS-SPL-IX > WS-SPL-COUNT                       00004240
           END-IF                                                       00004250
           IF WS-SPL-POS > 0 THEN                                       00004260
               PERFORM PERF-REQUEST-REPRINT                             00004270
           ELSE                                                         00004280
               PERFORM PERF-POST-PRINTED                                00004290
           END-IF                                                       00004300
           PERFORM PERF-READ-MANIFEST.                                  00004310
      *                                                                 00004320
      * EVERY ENTRY COVERING THE LABEL IS COUNTED, SO A PAGE AND A      00004330
      * POSITION ON IT BOTH REPORTED SPOILED ARE BOTH ACCOUNTED FOR;    00004340
      * THE FIRST ONE FOUND GIVES THE REASON SHOWN.                     00004350
      *                                                                 00004360
       PERF-SCAN-SPOILAGE.                                              00004370
           IF WS-SPL-PAGE (WS-SPL-IX) = FB-MNF-PAGE-NO                  00004380
               AND (WS-SPL-TYPE (WS-SPL-IX) = 'P'                       00004390
               OR (WS-SPL-ROW (WS-SPL-IX) = FB-MNF-ROW-NO               00004400
               AND WS-SPL-COL (WS-SPL-IX) = FB-MNF-COL-NO)) THEN        00004410
               ADD 1 TO WS-SPL-HITS (WS-SPL-IX)                         00004420
               IF WS-SPL-POS = 0 THEN                                   00004430
                   MOVE WS-SPL-IX TO WS-SPL-POS                         00004440
               END-IF                                                   00004450
           END-IF.                                                      00004460
       PERF-REQUEST-REPRINT.                                            00004470
           ADD 1 TO WS-SPOILED-COUNT                                    00004480
           MOVE FB-MANIFEST-RECORD TO RPR-MANIFEST-RECORD               00004490
           WRITE RPR-MANIFEST-RECORD                                    00004500
           IF NOT RPR-OK THEN                                           00004510
               DISPLAY 'FBSPOIL REPRINT REQUEST WRITE ERROR, STATUS='   00004520
                   WS-RPR-STATUS UPON CONSOLE                           00004530
               MOVE 76 TO RETURN-CODE                                   00004540
               STOP RUN                                                 00004550
           END-IF                                                       00004560
           MOVE 'REPRINT REQUESTED' TO WS-DTL-TEXT                      00004570
           MOVE WS-SPL-REASON (WS-SPL-POS) TO WS-DTL-DETAIL             00004580
           PERFORM PERF-PRINT-DETAIL.                                   00004590
      *                                                                 00004600
      * A GOOD LABEL COUNTS ONLY FOR THE CLASS IT WAS PRINTED WITH; A   00004610
      * NUMBER RECLASSIFIED SINCE STILL NEEDS A LABEL FOR ITS NEW       00004620
      * CLASS AND KEEPS WHATEVER PRINTED DATE IT HAD.                   00004630
      *                                                                 00004640
       PERF-POST-PRINTED.                                               00004650
           MOVE FB-MNF-SEQ-NO TO FB-MST-SEQ-NO                          00004660
           READ MASTER-FILE                                             00004670
           EVALUATE TRUE                                                00004680
               WHEN MST-NOT-FOUND                                       00004690
                   ADD 1 TO WS-NOTFND-COUNT                             00004700
                   MOVE 'NOT ON MASTER' TO WS-DTL-TEXT                  00004710
                   MOVE SPACES TO WS-DTL-DETAIL                         00004720
                   PERFORM PERF-PRINT-DETAIL                            00004730
               WHEN NOT MST-OK                                          00004740
                   DISPLAY 'FBSPOIL MASTER FILE READ ERROR, STATUS='    00004750
                       WS-MST-STATUS UPON CONSOLE                       00004760
                   MOVE 64 TO RETURN-CODE                               00004770
                   STOP RUN                                             00004780
               WHEN FB-MST-CLASS-CODE NOT = FB-MNF-CLASS-CODE           00004790
                   ADD 1 TO WS-RECLASS-COUNT                            00004800
                   MOVE 'MASTER CLASS NOW' TO WS-DTL-TEXT               00004810
                   MOVE FB-MST-CLASS-CODE TO WS-DTL-DETAIL              00004820
                   PERFORM PERF-PRINT-DETAIL                            00004830
               WHEN FB-MST-PRINT-DATE NOT < WS-RUN-DATE                 00004840
                   ADD 1 TO WS-CURRENT-COUNT                            00004850
               WHEN OTHER                                               00004860
                   MOVE WS-RUN-DATE TO FB-MST-PRINT-DATE                00004870
                   REWRITE FB-MASTER-RECORD                             00004880
                   IF NOT MST-OK THEN                                   00004890
                       DISPLAY 'FBSPOIL MASTER REWRITE ERROR, STATUS='  00004900
                           WS-MST-STATUS UPON CONSOLE                   00004910
                       MOVE 68 TO RETURN-CODE                           00004920
                       STOP RUN                                         00004930
                   END-IF                                               00004940
                   ADD 1 TO WS-POSTED-COUNT                             00004950
           END-EVALUATE.                                                00004960
       PERF-PRINT-DETAIL.                                               00004970
           MOVE FB-MNF-SEQ-NO TO WS-DTL-SEQ                             00004980
           MOVE FB-MNF-CLASS-CODE TO WS-DTL-CLASS                       00004990
           MOVE FB-MNF-PAGE-NO TO WS-DTL-PAGE                           00005000
           MOVE FB-MNF-ROW-NO TO WS-DTL-ROW                             00005010
           MOVE FB-MNF-COL-NO TO WS-DTL-COL                             00005020
           WRITE SPOIL-REPORT-LINE FROM WS-DTL-LINE                     00005030
           PERFORM PERF-CHECK-RPT-STATUS.                               00005040
      *                                                                 00005050
      * A SPOILED PAGE OR POSITION THAT HELD NO LABEL HAS NOTHING TO    00005060
      * REPRINT.                                                        00005070
      *                                                                 00005080
       PERF-CHECK-EMPTY-SPOT.                                           00005090
           IF WS-SPL-HITS (WS-SPL-IX) = 0 THEN                          00005100
               ADD 1 TO WS-EMPTY-COUNT                                  00005110
               MOVE WS-SPL-KEY (WS-SPL-IX) TO WS-SLN-IMAGE              00005120
               MOVE WS-SPL-REASON (WS-SPL-IX) TO WS-SLN-REASON          00005130
               MOVE 'NO LABEL THERE, NOTHING TO REPRINT'                00005140
                   TO WS-SLN-TEXT                                       00005150
               WRITE SPOIL-REPORT-LINE FROM WS-SPOIL-LINE               00005160
               PERFORM PERF-CHECK-RPT-STATUS                            00005170
           END-IF.                                                      00005180
       PERF-PRINT-SUMMARY.                                              00005190
           MOVE SPACES TO SPOIL-REPORT-LINE                             00005200
           WRITE SPOIL-REPORT-LINE                                      00005210
           PERFORM PERF-CHECK-RPT-STATUS                                00005220
           MOVE 'LABELS ON MANIFEST' TO WS-SUM-LABEL                    00005230
           MOVE WS-MNF-COUNT TO WS-SUM-COUNT                            00005240
           PERFORM PERF-WRITE-SUMMARY                                   00005250
           MOVE 'SPOILAGE RECORDS READ' TO WS-SUM-LABEL                 00005260
           MOVE WS-SPL-READ TO WS-SUM-COUNT                             00005270
           PERFORM PERF-WRITE-SUMMARY                                   00005280
           MOVE 'SPOILAGE RECORDS REJECTED' TO WS-SUM-LABEL             00005290
           MOVE WS-REJECT-COUNT TO WS-SUM-COUNT                         00005300
           PERFORM PERF-WRITE-SUMMARY                                   00005310
           MOVE 'SPOILAGE WITH NO LABEL THERE' TO WS-SUM-LABEL          00005320
           MOVE WS-EMPTY-COUNT TO WS-SUM-COUNT                          00005330
           PERFORM PERF-WRITE-SUMMARY                                   00005340
           MOVE 'LABELS SPOILED, REPRINT REQUESTED' TO WS-SUM-LABEL     00005350
           MOVE WS-SPOILED-COUNT TO WS-SUM-COUNT                        00005360
           PERFORM PERF-WRITE-SUMMARY                                   00005370
           MOVE 'PRINTED DATES POSTED' TO WS-SUM-LABEL                  00005380
           MOVE WS-POSTED-COUNT TO WS-SUM-COUNT                         00005390
           PERFORM PERF-WRITE-SUMMARY                                   00005400
           MOVE 'PRINTED DATES ALREADY CURRENT' TO WS-SUM-LABEL         00005410
           MOVE WS-CURRENT-COUNT TO WS-SUM-COUNT                        00005420
           PERFORM PERF-WRITE-SUMMARY                                   00005430
           MOVE 'RECLASSIFIED SINCE PRINTING' TO WS-SUM-LABEL           00005440
           MOVE WS-RECLASS-COUNT TO WS-SUM-COUNT                        00005450
           PERFORM PERF-WRITE-SUMMARY                                   00005460
           MOVE 'NOT ON MASTER' TO WS-SUM-LABEL                         00005470
           MOVE WS-NOTFND-COUNT TO WS-SUM-COUNT                         00005480
           PERFORM PERF-WRITE-SUMMARY.                                  00005490
       PERF-WRITE-SUMMARY.                                              00005500
           WRITE SPOIL-REPORT-LINE FROM WS-SUMMARY-LINE                 00005510
           PERFORM PERF-CHECK-RPT-STATUS.                               00005520
