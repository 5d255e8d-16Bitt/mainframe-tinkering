      *                                                                 00000010
      * FBSUSRPT - SUSPENSE AGING REPORT                                00000020
      * READS THE SHARED SUSPENSE FILE WRITTEN BY THE CLASSIFIER,       00000030
      * FBLOAD, FBDEMAND, AND FBRESTOR AND LISTS EVERY OPEN ENTRY       00000040
      * WITH ITS ENTRY NUMBER, ORIGINATING PROGRAM, REASON, RUN DATE,   00000050
      * AGE IN DAYS, AND ORIGINAL RECORD IMAGE, SO EACH ONE CAN BE      00000060
      * CORRECTED AND RE-DRIVEN OR WRITTEN OFF BY FBREDRV.  THE         00000070
      * LISTING IS FOLLOWED BY COUNTS BY PROGRAM AND REASON OF OPEN     00000080
      * ENTRIES IN AGE BANDS OF 0-7, 8-30, 31-90, AND OVER 90 DAYS,     00000090
      * THE AGE OF THE OLDEST OPEN ENTRY, AND THE ENTRIES ALREADY       00000100
      * RE-DRIVEN OR WRITTEN OFF.  AN ENTRY WHOSE RUN DATE IS NOT A     00000110
      * VALID DATE IS AGED IN THE OLDEST BAND.                          00000120
      * THE SYSIN CARD GIVES THE AGE IN DAYS, COLUMNS 1-5, BEYOND       00000130
      * WHICH AN OPEN ENTRY COUNTS AS OVERDUE; A BLANK CARD TAKES 30.   00000140
      * A MISSING OR EMPTY SUSPENSE FILE IS A NORMAL CONDITION AND      00000150
      * ENDS WITH RETURN CODE 0; ANY OVERDUE ENTRY ENDS WITH RETURN     00000160
      * CODE 4.  THE SUSPENSE FILE IS NOT CHANGED.                      00000170
      * AUSTIN BITTINGER - 2026/10/15                                   00000180
      *                                                                 00000190
       IDENTIFICATION DIVISION.                                         00000200
       PROGRAM-ID. FBSUSRPT.                                            00000210
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"           00000260
               ORGANIZATION IS LINE SEQUENTIAL                          00000270
               FILE STATUS IS WS-SUS-STATUS.                            00000280
           SELECT REPORT-FILE ASSIGN TO "SUSRFILE"                      00000290
               ORGANIZATION IS LINE SEQUENTIAL                          00000300
               FILE STATUS IS WS-RPT-STATUS.                            00000310
       DATA DIVISION.                                                   00000320
       FILE SECTION.                                                    00000330
       FD  SUSPENSE-FILE                                                00000340
           LABEL RECORDS ARE STANDARD.                                  00000350
           COPY FBSUSP.                                                 00000360
       FD  REPORT-FILE                                                  00000370
           LABEL RECORDS ARE STANDARD.                                  00000380
       01  REPORT-LINE PIC X(80).                                       00000390
       WORKING-STORAGE SECTION.                                         00000400
       01  WS-SUS-STATUS PIC XX.                                        00000410
            88 SUS-OK VALUE '00'.                                       00000420
            88 SUS-CREATED VALUE '05'.                                  00000430
            88 SUS-EOF VALUE '10'.                                      00000440
       01  WS-RPT-STATUS PIC XX.                                        00000450
            88 RPT-OK VALUE '00'.                                       00000460
       01  WS-PARM-CARD.                                                00000470
            05 WS-PARM-AGE PIC X(5).                                    00000480
            05 FILLER PIC X(75).                                        00000490
       01  WS-OVERDUE-DAYS PIC 9(5) VALUE 30.                           00000500
       01  WS-TODAY PIC 9(8) VALUE 0.                                   00000510
       01  WS-TODAY-INT PIC 9(8) VALUE 0.                               00000520
       01  WS-WORK-DATE.                                                00000530
            05 WS-WRK-CCYY PIC 9(4).                                    00000540
            05 WS-WRK-MM PIC 99.                                        00000550
            05 WS-WRK-DD PIC 99.                                        00000560
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE PIC 9(8).              00000570
       01  WS-DATE-INT PIC 9(8) VALUE 0.                                00000580
       01  WS-AGE-DAYS PIC 9(5) VALUE 0.                                00000590
       01  WS-BAND-IX PIC 9 VALUE 0.                                    00000600
       01  WS-ENTRY-NO PIC 9(7) VALUE 0.                                00000610
       01  WS-OPEN-COUNT PIC 9(7) VALUE 0.                              00000620
       01  WS-REDRIVEN-COUNT PIC 9(7) VALUE 0.                          00000630
       01  WS-WRITEOFF-COUNT PIC 9(7) VALUE 0.                          00000640
       01  WS-OVERDUE-COUNT PIC 9(7) VALUE 0.                           00000650
       01  WS-DETAIL-LIMIT PIC 9(7) VALUE 500.                          00000660
       01  WS-GRP-COUNT PIC 9(4) VALUE 0.                               00000670
       01  WS-GRP-LIMIT PIC 9(4) VALUE 100.                             00000680
       01  WS-GRP-IX PIC 9(4) VALUE 0.                                  00000690
       01  WS-GRP-POS PIC 9(4) VALUE 0.                                 00000700
       01  WS-SHIFT-IX PIC 9(4) VALUE 0.                                00000710
       01  WS-DEST-IX PIC 9(4) VALUE 0.                                 00000720
       01  WS-GRP-POS-FLAG PIC X VALUE 'N'.                             00000730
            88 GROUP-POS-FOUND VALUE 'Y'.                               00000740
       01  WS-CUR-KEY.                                                  00000750
            05 WS-CUR-PROGRAM PIC X(8).                                 00000760
            05 WS-CUR-REASON PIC X(4).                                  00000770
       01  WS-GROUP-TABLE.                                              00000780
            05 WS-GRP-ENTRY OCCURS 100 TIMES.                           00000790
                10 WS-GRP-KEY.                                          00000800
                    15 WS-GRP-PROGRAM PIC X(8).                         00000810
                    15 WS-GRP-REASON PIC X(4).                          00000820
                10 WS-GRP-OPEN PIC 9(7).                                00000830
                10 WS-GRP-BAND OCCURS 4 TIMES PIC 9(7).                 00000840
                10 WS-GRP-OLDEST PIC 9(5).                              00000850
                10 WS-GRP-REDRIVEN PIC 9(7).                            00000860
                10 WS-GRP-WRITEOFF PIC 9(7).                            00000870
       01  WS-TOTAL-ENTRY.                                              00000880
            05 WS-TOT-OPEN PIC 9(7).                                    00000890
            05 WS-TOT-BAND OCCURS 4 TIMES PIC 9(7).                     00000900
            05 WS-TOT-OLDEST PIC 9(5).                                  00000910
            05 WS-TOT-REDRIVEN PIC 9(7).                                00000920
            05 WS-TOT-WRITEOFF PIC 9(7).                                00000930
       01  WS-RPT-HEADING PIC X(80)                                     00000940
               VALUE 'FIZZBUZZ SUSPENSE AGING REPORT'.                  00000950
       01  WS-ASOF-LINE.                                                00000960
            05 FILLER PIC X(6) VALUE 'AS OF '.                          00000970
            05 WS-ASF-DATE PIC 9(8).                                    00000980
            05 FILLER PIC X(23) VALUE ', OPEN ENTRIES OVERDUE '.        00000990
            05 FILLER PIC X(6) VALUE 'AFTER '.                          00001000
            05 WS-ASF-DAYS PIC ZZZZ9.                                   00001010
            05 FILLER PIC X(5) VALUE ' DAYS'.                           00001020
            05 FILLER PIC X(27) VALUE SPACES.                           00001030
       01  WS-ENTRY-LINE.                                               00001040
            05 FILLER PIC X(6) VALUE 'ENTRY '.                          00001050
            05 WS-ENL-NO PIC ZZZZZZ9.                                   00001060
            05 FILLER PIC X VALUE SPACE.                                00001070
            05 WS-ENL-PROGRAM PIC X(8).                                 00001080
            05 FILLER PIC X VALUE SPACE.                                00001090
            05 WS-ENL-REASON PIC X(4).                                  00001100
            05 FILLER PIC X VALUE SPACE.                                00001110
            05 WS-ENL-DATE PIC 9(8).                                    00001120
            05 FILLER PIC X(5) VALUE ' AGE '.                           00001130
            05 WS-ENL-AGE PIC ZZZZ9.                                    00001140
            05 FILLER PIC X VALUE SPACE.                                00001150
            05 WS-ENL-TEXT PIC X(33).                                   00001160
       01  WS-IMAGE-LINE.                                               00001170
            05 FILLER PIC X(14) VALUE SPACES.                           00001180
            05 FILLER PIC X(6) VALUE 'IMAGE '.                          00001190
            05 WS-IML-IMAGE PIC X(60).                                  00001200
       01  WS-GROUP-HEADING.                                            00001210
            05 FILLER PIC X(13) VALUE 'PROGRAM  RSN '.                  00001220
            05 FILLER PIC X(28)                                         00001230
                   VALUE '   OPEN    0-7   8-30  31-90'.                00001240
            05 FILLER PIC X(28)                                         00001250
                   VALUE '    91+ OLDEST REDRVN  WROFF'.                00001260
            05 FILLER PIC X(11) VALUE SPACES.                           00001270
       01  WS-GROUP-LINE.                                               00001280
            05 WS-GPL-PROGRAM PIC X(8).                                 00001290
            05 FILLER PIC X VALUE SPACE.                                00001300
            05 WS-GPL-REASON PIC X(4).                                  00001310
            05 WS-GPL-OPEN PIC Z(6)9.                                   00001320
            05 WS-GPL-BAND-1 PIC Z(6)9.                                 00001330
            05 WS-GPL-BAND-2 PIC Z(6)9.                                 00001340
            05 WS-GPL-BAND-3 PIC Z(6)9.                                 00001350
            05 WS-GPL-BAND-4 PIC Z(6)9.                                 00001360
            05 WS-GPL-OLDEST PIC Z(6)9.                                 00001370
            05 WS-GPL-REDRIVEN PIC Z(6)9.                               00001380
            05 WS-GPL-WRITEOFF PIC Z(6)9.                               00001390
            05 FILLER PIC X(11) VALUE SPACES.                           00001400
       01  WS-SUMMARY-LINE.                                             00001410
            05 FILLER PIC X(5) VALUE SPACES.                            00001420
            05 WS-SUM-LABEL PIC X(30).                                  00001430
            05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.                            00001440
            05 FILLER PIC X(34) VALUE SPACES.                           00001450
       PROCEDURE DIVISION.                                              00001460
       0000-MAIN.                                                       00001470
           MOVE SPACES TO WS-PARM-CARD                                  00001480
           ACCEPT WS-PARM-CARD FROM SYSIN                               00001490
           IF WS-PARM-AGE NOT = SPACES THEN                             00001500
               IF WS-PARM-AGE IS NOT NUMERIC THEN                       00001510
                   DISPLAY 'FBSUSRPT OVERDUE AGE IS NOT NUMERIC: '      00001520
                       WS-PARM-AGE UPON CONSOLE                         00001530
                   MOVE 8 TO RETURN-CODE                                00001540
                   STOP RUN                                             00001550
               END-IF                                                   00001560
               MOVE WS-PARM-AGE TO WS-OVERDUE-DAYS                      00001570
           END-IF                                                       00001580
           ACCEPT WS-TODAY FROM DATE YYYYMMDD                           00001590
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)    00001600
           OPEN INPUT SUSPENSE-FILE                                     00001610
           IF NOT SUS-OK AND NOT SUS-CREATED THEN                       00001620
               DISPLAY 'FBSUSRPT SUSPENSE FILE OPEN ERROR, STATUS='     00001630
                   WS-SUS-STATUS UPON CONSOLE                           00001640
               MOVE 32 TO RETURN-CODE                                   00001650
               STOP RUN                                                 00001660
           END-IF                                                       00001670
           OPEN OUTPUT REPORT-FILE                                      00001680
           IF NOT RPT-OK THEN                                           00001690
               DISPLAY 'FBSUSRPT REPORT FILE OPEN ERROR, STATUS='       00001700
                   WS-RPT-STATUS UPON CONSOLE                           00001710
               MOVE 40 TO RETURN-CODE                                   00001720
               STOP RUN                                                 00001730
           END-IF                                                       00001740
           WRITE REPORT-LINE FROM WS-RPT-HEADING                        00001750
           PERFORM PERF-CHECK-RPT-STATUS                                00001760
           MOVE WS-TODAY TO WS-ASF-DATE                                 00001770
           MOVE WS-OVERDUE-DAYS TO WS-ASF-DAYS                          00001780
           WRITE REPORT-LINE FROM WS-ASOF-LINE                          00001790
           PERFORM PERF-CHECK-RPT-STATUS                                00001800
           MOVE SPACES TO REPORT-LINE                                   00001810
           WRITE REPORT-LINE                                            00001820
           PERFORM PERF-CHECK-RPT-STATUS                                00001830
           MOVE ZEROS TO WS-TOTAL-ENTRY                                 00001840
           PERFORM PERF-READ-SUSPENSE                                   00001850
           PERFORM PERF-PROCESS-ENTRY UNTIL SUS-EOF                     00001860
           PERFORM PERF-PRINT-GROUPS                                    00001870
           PERFORM PERF-PRINT-SUMMARY                                   00001880
           CLOSE SUSPENSE-FILE                                          00001890
           CLOSE REPORT-FILE                                            00001900
           DISPLAY 'FBSUSRPT ENTRIES: ' WS-ENTRY-NO                     00001910
               ', OPEN: ' WS-OPEN-COUNT                                 00001920
               ', OVERDUE: ' WS-OVERDUE-COUNT UPON CONSOLE              00001930
           IF WS-OVERDUE-COUNT > 0 THEN                                 00001940
               MOVE 4 TO RETURN-CODE                                    00001950
           END-IF                                                       00001960
           STOP RUN.                                                    00001970
       PERF-CHECK-RPT-STATUS.                                           00001980
           IF NOT RPT-OK THEN                                           00001990
               DISPLAY 'FBSUSRPT REPORT FILE WRITE ERROR, STATUS='      00002000
                   WS-RPT-STATUS UPON CONSOLE                           00002010
               MOVE 44 TO RETURN-CODE                                   00002020
               STOP RUN                                                 00002030
           END-IF.                                                      00002040
       PERF-READ-SUSPENSE.                                              00002050
           READ SUSPENSE-FILE                                           00002060
               AT END CONTINUE                                          00002070
           END-READ                                                     00002080
           IF NOT SUS-OK AND NOT SUS-EOF THEN                           00002090
               DISPLAY 'FBSUSRPT SUSPENSE FILE READ ERROR, STATUS='     00002100
                   WS-SUS-STATUS UPON CONSOLE                           00002110
               MOVE 36 TO RETURN-CODE                                   00002120
               STOP RUN                                                 00002130
           END-IF.                                                      00002140
      *                                                                 00002150
      * EVERY RECORD ON THE FILE COUNTS TOWARD THE ENTRY NUMBER, SO     00002160
      * THE NUMBER PRINTED IS THE RECORD'S POSITION ON THE FILE.        00002170
      *                                                                 00002180
       PERF-PROCESS-ENTRY.                                              00002190
           ADD 1 TO WS-ENTRY-NO                                         00002200
           MOVE FB-SUS-PROGRAM TO WS-CUR-PROGRAM                        00002210
           MOVE FB-SUS-REASON TO WS-CUR-REASON                          00002220
           PERFORM PERF-FIND-GROUP                                      00002230
           EVALUATE TRUE                                                00002240
               WHEN FB-SUS-REDRIVEN                                     00002250
                   ADD 1 TO WS-REDRIVEN-COUNT                           00002260
                   ADD 1 TO WS-GRP-REDRIVEN (WS-GRP-POS)                00002270
                   ADD 1 TO WS-TOT-REDRIVEN                             00002280
               WHEN FB-SUS-WRITTEN-OFF                                  00002290
                   ADD 1 TO WS-WRITEOFF-COUNT                           00002300
                   ADD 1 TO WS-GRP-WRITEOFF (WS-GRP-POS)                00002310
                   ADD 1 TO WS-TOT-WRITEOFF                             00002320
               WHEN OTHER                                               00002330
                   PERFORM PERF-AGE-ENTRY                               00002340
           END-EVALUATE                                                 00002350
           PERFORM PERF-READ-SUSPENSE.                                  00002360
       PERF-AGE-ENTRY.                                                  00002370
           ADD 1 TO WS-OPEN-COUNT                                       00002380
           PERFORM PERF-COMPUTE-AGE                                     00002390
           EVALUATE TRUE                                                00002400
               WHEN WS-AGE-DAYS <= 7                                    00002410
                   MOVE 1 TO WS-BAND-IX                                 00002420
               WHEN WS-AGE-DAYS <= 30                                   00002430
                   MOVE 2 TO WS-BAND-IX                                 00002440
               WHEN WS-AGE-DAYS <= 90                                   00002450
                   MOVE 3 TO WS-BAND-IX                                 00002460
               WHEN OTHER                                               00002470
                   MOVE 4 TO WS-BAND-IX                                 00002480
           END-EVALUATE                                                 00002490
           ADD 1 TO WS-GRP-OPEN (WS-GRP-POS)                            00002500
           ADD 1 TO WS-GRP-BAND (WS-GRP-POS, WS-BAND-IX)                00002510
           ADD 1 TO WS-TOT-OPEN                                         00002520
           ADD 1 TO WS-TOT-BAND (WS-BAND-IX)                            00002530
           IF WS-AGE-DAYS > WS-GRP-OLDEST (WS-GRP-POS) THEN             00002540
               MOVE WS-AGE-DAYS TO WS-GRP-OLDEST (WS-GRP-POS)           00002550
           END-IF                                                       00002560
           IF WS-AGE-DAYS > WS-TOT-OLDEST THEN                          00002570
               MOVE WS-AGE-DAYS TO WS-TOT-OLDEST                        00002580
           END-IF                                                       00002590
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS THEN                        00002600
               ADD 1 TO WS-OVERDUE-COUNT                                00002610
           END-IF                                                       00002620
           IF WS-OPEN-COUNT NOT > WS-DETAIL-LIMIT THEN                  00002630
               PERFORM PERF-PRINT-ENTRY                                 00002640
           END-IF.                                                      00002650
      *                                                                 00002660
      * A RUN DATE THAT IS NOT A REAL CALENDAR DATE CANNOT BE AGED,     00002670
      * SO THE ENTRY IS TREATED AS THE OLDEST POSSIBLE.                 00002680
      *                                                                 00002690
       PERF-COMPUTE-AGE.                                                00002700
           MOVE 99999 TO WS-AGE-DAYS                                    00002710
           IF FB-SUS-RUN-DATE IS NUMERIC THEN                           00002720
               MOVE FB-SUS-RUN-DATE TO WS-WORK-DATE-N                   00002730
               IF WS-WRK-CCYY >= 1601                                   00002740
                   AND WS-WRK-MM >= 1 AND WS-WRK-MM <= 12               00002750
                   AND WS-WRK-DD >= 1 AND WS-WRK-DD <= 31 THEN          00002760
                   COMPUTE WS-DATE-INT =                                00002770
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N)         00002780
                   IF WS-DATE-INT > 0 THEN                              00002790
                       IF WS-DATE-INT > WS-TODAY-INT THEN               00002800
                           MOVE 0 TO WS-AGE-DAYS                        00002810
                       ELSE                                             00002820
                           COMPUTE WS-AGE-DAYS =                        00002830
                               WS-TODAY-INT - WS-DATE-INT               00002840
                       END-IF                                           00002850
                   END-IF                                               00002860
               END-IF                                                   00002870
           END-IF.                                                      00002880
       PERF-PRINT-ENTRY.                                                00002890
           MOVE WS-ENTRY-NO TO WS-ENL-NO                                00002900
           MOVE FB-SUS-PROGRAM TO WS-ENL-PROGRAM                        00002910
           MOVE FB-SUS-REASON TO WS-ENL-REASON                          00002920
           IF FB-SUS-RUN-DATE IS NUMERIC THEN                           00002930
               MOVE FB-SUS-RUN-DATE TO WS-ENL-DATE                      00002940
           ELSE                                                         00002950
               MOVE ZEROS TO WS-ENL-DATE                                00002960
           END-IF                                                       00002970
           MOVE WS-AGE-DAYS TO WS-ENL-AGE                               00002980
           MOVE FB-SUS-REASON-TEXT TO WS-ENL-TEXT                       00002990
           WRITE REPORT-LINE FROM WS-ENTRY-LINE                         00003000
           PERFORM PERF-CHECK-RPT-STATUS                                00003010
           MOVE FB-SUS-IMAGE TO WS-IML-IMAGE                            00003020
           WRITE REPORT-LINE FROM WS-IMAGE-LINE                         00003030
           PERFORM PERF-CHECK-RPT-STATUS.                               00003040
      *                                                                 00003050
      * THE PROGRAM/REASON TABLE IS KEPT IN ASCENDING KEY ORDER AS      00003060
      * ENTRIES ARRIVE; A KEY NOT YET IN THE TABLE IS INSERTED AT ITS   00003070
      * PLACE.  WS-GRP-POS IS LEFT ON THE ENTRY FOR THE CURRENT KEY.    00003080
      *                                                                 00003090
       PERF-FIND-GROUP.                                                 00003100
           MOVE 'N' TO WS-GRP-POS-FLAG                                  00003110
           COMPUTE WS-GRP-POS = WS-GRP-COUNT + 1                        00003120
           IF WS-GRP-COUNT > 0 THEN                                     00003130
               PERFORM PERF-SCAN-GROUP                                  00003140
                   VARYING WS-GRP-IX FROM 1 BY 1                        00003150
                   UNTIL WS-GRP-IX > WS-GRP-COUNT                       00003160
                   OR GROUP-POS-FOUND                                   00003170
           END-IF                                                       00003180
           IF WS-GRP-POS > WS-GRP-COUNT THEN                            00003190
               PERFORM PERF-INSERT-GROUP                                00003200
           ELSE                                                         00003210
               IF WS-GRP-KEY (WS-GRP-POS) NOT = WS-CUR-KEY THEN         00003220
                   PERFORM PERF-INSERT-GROUP                            00003230
               END-IF                                                   00003240
           END-IF.                                                      00003250
       PERF-SCAN-GROUP.                                                 00003260
           IF WS-GRP-KEY (WS-GRP-IX) >= WS-CUR-KEY THEN                 00003270
               MOVE WS-GRP-IX TO WS-GRP-POS                             00003280
               MOVE 'Y' TO WS-GRP-POS-FLAG                              00003290
           END-IF.                                                      00003300
       PERF-INSERT-GROUP.                                               00003310
           IF WS-GRP-COUNT >= WS-GRP-LIMIT THEN                         00003320
               DISPLAY 'FBSUSRPT PROGRAM/REASON TABLE FULL, LIMIT='     00003330
                   WS-GRP-LIMIT UPON CONSOLE                            00003340
               MOVE 48 TO RETURN-CODE                                   00003350
               STOP RUN                                                 00003360
           END-IF                                                       00003370
           IF WS-GRP-POS <= WS-GRP-COUNT THEN                           00003380
               PERFORM PERF-SHIFT-GROUP                                 00003390
                   VARYING WS-SHIFT-IX FROM WS-GRP-COUNT BY -1          00003400
                   UNTIL WS-SHIFT-IX < WS-GRP-POS                       00003410
           END-IF                                                       00003420
           ADD 1 TO WS-GRP-COUNT                                        00003430
           MOVE ZEROS TO WS-GRP-ENTRY (WS-GRP-POS)                      00003440
           MOVE WS-CUR-KEY TO WS-GRP-KEY (WS-GRP-POS).                  00003450
       PERF-SHIFT-GROUP.                                                00003460
           COMPUTE WS-DEST-IX = WS-SHIFT-IX + 1                         00003470
           MOVE WS-GRP-ENTRY (WS-SHIFT-IX) TO WS-GRP-ENTRY (WS-DEST-IX).00003480
       PERF-PRINT-GROUPS.                                               00003490
           IF WS-OPEN-COUNT > WS-DETAIL-LIMIT THEN                      00003500
               MOVE SPACES TO REPORT-LINE                               00003510
               MOVE 'FURTHER OPEN ENTRY DETAIL SUPPRESSED'              00003520
                   TO REPORT-LINE                                       00003530
               WRITE REPORT-LINE                                        00003540
               PERFORM PERF-CHECK-RPT-STATUS                            00003550
           END-IF                                                       00003560
           MOVE SPACES TO REPORT-LINE                                   00003570
           WRITE REPORT-LINE                                            00003580
           PERFORM PERF-CHECK-RPT-STATUS                                00003590
           MOVE 'SUSPENSE ENTRIES BY PROGRAM AND REASON' TO REPORT-LINE 00003600
           WRITE REPORT-LINE                                            00003610
           PERFORM PERF-CHECK-RPT-STATUS                                00003620
           WRITE REPORT-LINE FROM WS-GROUP-HEADING                      00003630
           PERFORM PERF-CHECK-RPT-STATUS                                00003640
           PERFORM PERF-PRINT-GROUP                                     00003650
               VARYING WS-GRP-IX FROM 1 BY 1                            00003660
               UNTIL WS-GRP-IX > WS-GRP-COUNT                           00003670
           MOVE 'TOTAL' TO WS-GPL-PROGRAM                               00003680
           MOVE SPACES TO WS-GPL-REASON                                 00003690
           MOVE WS-TOT-OPEN TO WS-GPL-OPEN                              00003700
           MOVE WS-TOT-BAND (1) TO WS-GPL-BAND-1                        00003710
           MOVE WS-TOT-BAND (2) TO WS-GPL-BAND-2                        00003720
           MOVE WS-TOT-BAND (3) TO WS-GPL-BAND-3                        00003730
           MOVE WS-TOT-BAND (4) TO WS-GPL-BAND-4                        00003740
           MOVE WS-TOT-OLDEST TO WS-GPL-OLDEST                          00003750
           MOVE WS-TOT-REDRIVEN TO WS-GPL-REDRIVEN                      00003760
           MOVE WS-TOT-WRITEOFF TO WS-GPL-WRITEOFF                      00003770
           WRITE REPORT-LINE FROM WS-GROUP-LINE                         00003780
           PERFORM PERF-CHECK-RPT-STATUS.                               00003790
       PERF-PRINT-GROUP.                                                00003800
           MOVE WS-GRP-PROGRAM (WS-GRP-IX) TO WS-GPL-PROGRAM            00003810
           MOVE WS-GRP-REASON (WS-GRP-IX) TO WS-GPL-REASON              00003820
           MOVE WS-GRP-OPEN (WS-GRP-IX) TO WS-GPL-OPEN                  00003830
           MOVE WS-GRP-BAND (WS-GRP-IX, 1) TO WS-GPL-BAND-1             00003840
           MOVE WS-GRP-BAND (WS-GRP-IX, 2) TO WS-GPL-BAND-2             00003850
           MOVE WS-GRP-BAND (WS-GRP-IX, 3) TO WS-GPL-BAND-3             00003860
           MOVE WS-GRP-BAND (WS-GRP-IX, 4) TO WS-GPL-BAND-4             00003870
           MOVE WS-GRP-OLDEST (WS-GRP-IX) TO WS-GPL-OLDEST              00003880
           MOVE WS-GRP-REDRIVEN (WS-GRP-IX) TO WS-GPL-REDRIVEN          00003890
           MOVE WS-GRP-WRITEOFF (WS-GRP-IX) TO WS-GPL-WRITEOFF          00003900
           WRITE REPORT-LINE FROM WS-GROUP-LINE                         00003910
           PERFORM PERF-CHECK-RPT-STATUS.                               00003920
       PERF-PRINT-SUMMARY.                                              00003930
           MOVE SPACES TO REPORT-LINE                                   00003940
           WRITE REPORT-LINE                                            00003950
           PERFORM PERF-CHECK-RPT-STATUS                                00003960
           MOVE 'ENTRIES ON SUSPENSE FILE' TO WS-SUM-LABEL              00003970
           MOVE WS-ENTRY-NO TO WS-SUM-COUNT                             00003980
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00003990
           PERFORM PERF-CHECK-RPT-STATUS                                00004000
           MOVE 'OPEN' TO WS-SUM-LABEL                                  00004010
           MOVE WS-OPEN-COUNT TO WS-SUM-COUNT                           00004020
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00004030
           PERFORM PERF-CHECK-RPT-STATUS                                00004040
           MOVE 'OPEN AND OVERDUE' TO WS-SUM-LABEL                      00004050
           MOVE WS-OVERDUE-COUNT TO WS-SUM-COUNT                        00004060
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00004070
           PERFORM PERF-CHECK-RPT-STATUS                                00004080
           MOVE 'RE-DRIVEN' TO WS-SUM-LABEL                             00004090
           MOVE WS-REDRIVEN-COUNT TO WS-SUM-COUNT                       00004100
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00004110
           PERFORM PERF-CHECK-RPT-STATUS                                00004120
           MOVE 'WRITTEN OFF' TO WS-SUM-LABEL                           00004130
           MOVE WS-WRITEOFF-COUNT TO WS-SUM-COUNT                       00004140
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE                       00004150
           PERFORM PERF-CHECK-RPT-STATUS.                               00004160
