      * FBAUDRPT - FIZZBUZZ MONTHLY RUN-AUDIT REPORT                    00000020
      * READS THE CUMULATIVE RUN-HISTORY DATASET APPENDED BY FIZZBUZZ   00000030
      * AND PRINTS A RUN LOG FOR THE MONTH REQUESTED ON THE SYSIN       00000040
      * CARD (CCYYMM), OR FOR THE FULL HISTORY WHEN NO CARD IS GIVEN,   00000050
      * WITH RESTART AND FAILURE COUNTS FOR THE AUDITORS.               00000060
      * AUSTIN BITTINGER - 2026/08/21                                   00000070
      *                                                                 00000080
       01  WS-AUDR-STATUS PIC XX.                                       00000340
            88 AUDR-OK VALUE '00'.                                      00000350
       01  WS-MONTH-CARD.                                               00000360
            05 WS-MONTH-CCYY PIC X(4).                                  00000370
            05 WS-MONTH-MM PIC XX.                                      00000380
            05 FILLER PIC X(30).                                        00000390
       01  WS-MONTH-FLAG PIC X VALUE 'N'.                               00000400
            88 MONTH-SELECTED VALUE 'Y'.                                00000410
       01  WS-RUNS-LOGGED PIC 9(7) VALUE 0.                             00000420
       01  WS-HEADING-1.                                                00000490
            05 FILLER PIC X(26)                                         00000500
               VALUE 'FIZZBUZZ MONTHLY RUN LOG  '.                      00000510
            05 WS-HDG-PERIOD PIC X(13).                                 00000520
            05 FILLER PIC X(9) VALUE SPACES.                            00000530
            05 FILLER PIC X(6) VALUE 'PAGE: '.                          00000540
            05 WS-HDG-PAGE PIC ZZZZZZ9.                                 00000550
            05 FILLER PIC X(19) VALUE SPACES.                           00000560
       01  WS-HEADING-2.                                                00000570
            05 FILLER PIC X(80) VALUE                                   00000580
               'DATE        RANGE             DIVISORS                R 00000590
      -        '  ST RC'.                                               00000600
       01  WS-AUD-DETAIL.                                               00000610
            05 WS-AUD-MM PIC 99.                                        00000620
            05 FILLER PIC X VALUE '/'.                                  00000630
            05 WS-AUD-DD PIC 99.                                        00000640
            05 FILLER PIC X VALUE '/'.                                  00000650
            05 WS-AUD-CCYY PIC 9(4).                                    00000660
            05 FILLER PIC X(2) VALUE SPACES.                            00000670
            05 WS-AUD-START PIC ZZZZZZ9.                                00000680
            05 FILLER PIC X VALUE '-'.                                  00000690
       0000-MAIN.                                                       00000950
           MOVE SPACES TO WS-MONTH-CARD                                 00000960
           ACCEPT WS-MONTH-CARD FROM SYSIN                              00000970
           IF WS-MONTH-CCYY IS NUMERIC AND WS-MONTH-MM IS NUMERIC THEN  00000980
               MOVE 'Y' TO WS-MONTH-FLAG                                00000990
           ELSE                                                         00001000
               IF WS-MONTH-CARD NOT = SPACES                            00001010
                   AND WS-MONTH-CARD (1:2) NOT = '/*' THEN              00001020
                   DISPLAY 'FBAUDRPT MONTH CARD NOT CCYYMM, IGNORED: '  00001030
                       WS-MONTH-CARD UPON CONSOLE                       00001040
               END-IF                                                   00001050
           END-IF                                                       00001060
       PERF-REPORT-HEADING.                                             00001410
           IF MONTH-SELECTED THEN                                       00001420
               MOVE SPACES TO WS-HDG-PERIOD                             00001430
               STRING 'MONTH ' WS-MONTH-MM '/' WS-MONTH-CCYY            00001440
                   DELIMITED BY SIZE INTO WS-HDG-PERIOD                 00001450
           ELSE                                                         00001460
               MOVE 'ALL MONTHS' TO WS-HDG-PERIOD                       00001470
           END-IF.                                                      00001680
       PERF-PRINT-AUDIT.                                                00001690
           IF NOT MONTH-SELECTED                                        00001700
               OR (FB-AUD-RUN-CCYY = WS-MONTH-CCYY                      00001710
                   AND FB-AUD-RUN-MM = WS-MONTH-MM) THEN                00001720
               PERFORM PERF-PRINT-AUDIT-LINE                            00001730
           END-IF                                                       00001740
           END-IF                                                       00001900
           MOVE FB-AUD-RUN-MM TO WS-AUD-MM                              00001910
           MOVE FB-AUD-RUN-DD TO WS-AUD-DD                              00001920
           MOVE FB-AUD-RUN-CCYY TO WS-AUD-CCYY                          00001930
           MOVE FB-AUD-RANGE-START TO WS-AUD-START                      00001940
           MOVE FB-AUD-RANGE-END TO WS-AUD-END                          00001950
           MOVE FB-AUD-DIVISOR-1 TO WS-AUD-D1                           00001960
