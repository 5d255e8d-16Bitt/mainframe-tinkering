      * CLASSIFIER WOULD SILENTLY IGNORE IT ANYWAY.  A BLANK CARD OR    00000140
      * /* IN COLUMNS 1-2 ENDS THE TRANSACTION DECK.  ANY REJECTED      00000150
      * TRANSACTION OR DROPPED RECORD ENDS WITH RETURN CODE 4.          00000160
      * RANGE OVERRIDE RULES ON THE RULE FILE ARE MAINTAINED FROM THE   00000170
      * SAME DECK WITH ACTIONS ADDRNG, CHGRNG, AND DELRNG: THE FROM     00000180
      * SEQUENCE IN COLUMNS 7-13, THE TO SEQUENCE IN 14-20, THE         00000190
      * EFFECTIVE DATE (CCYYMMDD) IN 21-28, THE EXPIRY DATE IN 29-36    00000200
      * (BLANK FOR NO EXPIRY), THE REASON CODE IN 37-40, AND THE CLASS  00000210
      * CODE IN 41-52.  A RULE IS IDENTIFIED BY ITS RANGE AND           00000220
      * EFFECTIVE DATE; CHGRNG REPLACES THE EXPIRY DATE, REASON, AND    00000230
      * CLASS.  THE RULE FILE IS SHOWN BEFORE AND AFTER THE SAME WAY.   00000240
      * AUSTIN BITTINGER - 2026/09/02                                   00000250
      *                                                                 00000260
       IDENTIFICATION DIVISION.                                         00000270
       PROGRAM-ID. FBOVRMNT.                                            00000280
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000290
       ENVIRONMENT DIVISION.                                            00000300
       INPUT-OUTPUT SECTION.                                            00000310
       FILE-CONTROL.                                                    00000320
           SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO "OVRDFILE"           00000330
               ORGANIZATION IS LINE SEQUENTIAL                          00000340
               FILE STATUS IS WS-OVRD-STATUS.                           00000350
           SELECT OPTIONAL RULE-FILE ASSIGN TO "OVRRFILE"               00000360
               ORGANIZATION IS LINE SEQUENTIAL                          00000370
               FILE STATUS IS WS-RULE-STATUS.                           00000380
           SELECT MAINT-REPORT-FILE ASSIGN TO "OVRMFILE"                00000390
               ORGANIZATION IS LINE SEQUENTIAL                          00000400
               FILE STATUS IS WS-MNT-STATUS.                            00000410
       DATA DIVISION.                                                   00000420
       FILE SECTION.                                                    00000430
       FD  OVERRIDE-FILE                                                00000440
           LABEL RECORDS ARE STANDARD.                                  00000450
           COPY FBOVRD.                                                 00000460
       FD  RULE-FILE                                                    00000470
           LABEL RECORDS ARE STANDARD.                                  00000480
           COPY FBOVRR.                                                 00000490
       FD  MAINT-REPORT-FILE                                            00000500
           LABEL RECORDS ARE STANDARD.                                  00000510
       01  MAINT-REPORT-LINE PIC X(80).                                 00000520
       WORKING-STORAGE SECTION.                                         00000530
       01  WS-OVRD-STATUS PIC XX.                                       00000540
            88 OVRD-OK VALUE '00'.                                      00000550
            88 OVRD-CREATED VALUE '05'.                                 00000560
            88 OVRD-EOF VALUE '10'.                                     00000570
            88 OVRD-NOT-FOUND VALUE '35'.                               00000580
       01  WS-RULE-STATUS PIC XX.                                       00000590
            88 RULE-OK VALUE '00'.                                      00000600
            88 RULE-CREATED VALUE '05'.                                 00000610
            88 RULE-EOF VALUE '10'.                                     00000620
            88 RULE-NOT-FOUND VALUE '35'.                               00000630
       01  WS-MNT-STATUS PIC XX.                                        00000640
            88 MNT-OK VALUE '00'.                                       00000650
       01  WS-TRN-CARD.                                                 00000660
            05 WS-TRN-ACTION PIC X(6).                                  00000670
               88 TRN-ADD VALUE 'ADD'.                                  00000680
               88 TRN-CHANGE VALUE 'CHANGE'.                            00000690
               88 TRN-DELETE VALUE 'DELETE'.                            00000700
               88 TRN-ADD-RULE VALUE 'ADDRNG'.                          00000710
               88 TRN-CHANGE-RULE VALUE 'CHGRNG'.                       00000720
               88 TRN-DELETE-RULE VALUE 'DELRNG'.                       00000730
               88 TRN-RULE-CARD VALUE 'ADDRNG' 'CHGRNG' 'DELRNG'.       00000740
            05 WS-TRN-SEQ-X PIC X(7).                                   00000750
            05 WS-TRN-CLASS PIC X(12).                                  00000760
            05 FILLER PIC X(55).                                        00000770
       01  WS-RULE-CARD REDEFINES WS-TRN-CARD.                          00000780
            05 FILLER PIC X(6).                                         00000790
            05 WS-RTRN-FROM-X PIC X(7).                                 00000800
            05 WS-RTRN-TO-X PIC X(7).                                   00000810
            05 WS-RTRN-EFF-X PIC X(8).                                  00000820
            05 WS-RTRN-EXP-X PIC X(8).                                  00000830
            05 WS-RTRN-REASON PIC X(4).                                 00000840
            05 WS-RTRN-CLASS PIC X(12).                                 00000850
            05 FILLER PIC X(28).                                        00000860
       01  WS-CHK-DATE.                                                 00000870
            05 WS-CHK-CCYY PIC 9(4).                                    00000880
            05 WS-CHK-MM PIC 99.                                        00000890
            05 WS-CHK-DD PIC 99.                                        00000900
       01  WS-DATE-VALID-FLAG PIC X VALUE 'N'.                          00000910
            88 DATE-VALID VALUE 'Y'.                                    00000920
       01  WS-SYSIN-FLAG PIC X VALUE 'N'.                               00000930
            88 SYSIN-EOF VALUE 'Y'.                                     00000940
       01  WS-OVRD-COUNT PIC 9(4) VALUE 0.                              00000950
       01  WS-OVRD-LIMIT PIC 9(4) VALUE 500.                            00000960
       01  WS-OVRD-IX PIC 9(4) VALUE 0.                                 00000970
       01  WS-HIT-IX PIC 9(4) VALUE 0.                                  00000980
       01  WS-OVERRIDE-TABLE.                                           00000990
            05 WS-OVRD-ENTRY OCCURS 500 TIMES.                          00001000
                10 WS-OVRD-SEQ PIC 9(7).                                00001010
                10 WS-OVRD-CLASS PIC X(12).                             00001020
       01  WS-RULE-COUNT PIC 9(4) VALUE 0.                              00001030
       01  WS-RULE-LIMIT PIC 9(4) VALUE 200.                            00001040
       01  WS-RULE-IX PIC 9(4) VALUE 0.                                 00001050
       01  WS-RULE-HIT-IX PIC 9(4) VALUE 0.                             00001060
       01  WS-RULE-TABLE.                                               00001070
            05 WS-RULE-ENTRY OCCURS 200 TIMES.                          00001080
                10 WS-RULE-FROM PIC 9(7).                               00001090
                10 WS-RULE-TO PIC 9(7).                                 00001100
                10 WS-RULE-EFF PIC 9(8).                                00001110
                10 WS-RULE-EXP PIC 9(8).                                00001120
                10 WS-RULE-REASON PIC X(4).                             00001130
                10 WS-RULE-CLASS PIC X(12).                             00001140
       01  WS-TRN-COUNT PIC 9(4) VALUE 0.                               00001150
       01  WS-ADDED-COUNT PIC 9(4) VALUE 0.                             00001160
       01  WS-CHANGED-COUNT PIC 9(4) VALUE 0.                           00001170
       01  WS-DELETED-COUNT PIC 9(4) VALUE 0.                           00001180
       01  WS-REJECTED-COUNT PIC 9(4) VALUE 0.                          00001190
       01  WS-DROPPED-COUNT PIC 9(4) VALUE 0.                           00001200
       01  WS-BEFORE-COUNT PIC 9(4) VALUE 0.                            00001210
       01  WS-RULE-ADDED-COUNT PIC 9(4) VALUE 0.                        00001220
       01  WS-RULE-CHANGED-COUNT PIC 9(4) VALUE 0.                      00001230
       01  WS-RULE-DELETED-COUNT PIC 9(4) VALUE 0.                      00001240
       01  WS-RULE-DROPPED-COUNT PIC 9(4) VALUE 0.                      00001250
       01  WS-RULE-BEFORE-COUNT PIC 9(4) VALUE 0.                       00001260
       01  WS-REJECT-MSG PIC X(34).                                     00001270
       01  WS-MAINT-HEADING PIC X(80)                                   00001280
               VALUE 'FIZZBUZZ OVERRIDE FILE MAINTENANCE'.              00001290
       01  WS-SECTION-LINE.                                             00001300
            05 WS-SEC-TEXT PIC X(21).                                   00001310
            05 WS-SEC-COUNT PIC ZZZ9.                                   00001320
            05 FILLER PIC X(8) VALUE ' RECORDS'.                        00001330
            05 FILLER PIC X(47) VALUE SPACES.                           00001340
       01  WS-IMAGE-LINE.                                               00001350
            05 FILLER PIC X(2) VALUE SPACES.                            00001360
            05 FILLER PIC X(9) VALUE 'SEQUENCE '.                       00001370
            05 WS-IMG-SEQ PIC ZZZZZZ9.                                  00001380
            05 FILLER PIC X(8) VALUE '  CLASS '.                        00001390
            05 WS-IMG-CLASS PIC X(12).                                  00001400
            05 FILLER PIC X(42) VALUE SPACES.                           00001410
       01  WS-RULE-IMAGE-LINE.                                          00001420
            05 FILLER PIC X(2) VALUE SPACES.                            00001430
            05 FILLER PIC X(6) VALUE 'RANGE '.                          00001440
            05 WS-RIM-FROM PIC ZZZZZZ9.                                 00001450
            05 FILLER PIC X(3) VALUE ' - '.                             00001460
            05 WS-RIM-TO PIC ZZZZZZ9.                                   00001470
            05 FILLER PIC X(5) VALUE ' EFF '.                           00001480
            05 WS-RIM-EFF PIC 9(8).                                     00001490
            05 FILLER PIC X(5) VALUE ' EXP '.                           00001500
            05 WS-RIM-EXP PIC 9(8).                                     00001510
            05 FILLER PIC X(5) VALUE ' RSN '.                           00001520
            05 WS-RIM-REASON PIC X(4).                                  00001530
            05 FILLER PIC X(8) VALUE '  CLASS '.                        00001540
            05 WS-RIM-CLASS PIC X(12).                                  00001550
       01  WS-TRN-LINE.                                                 00001560
            05 WS-TRN-LN-ACTION PIC X(6).                               00001570
            05 FILLER PIC X VALUE SPACE.                                00001580
            05 WS-TRN-LN-SEQ PIC X(7).                                  00001590
            05 FILLER PIC X VALUE SPACE.                                00001600
            05 WS-TRN-LN-CLASS PIC X(12).                               00001610
            05 FILLER PIC X(2) VALUE SPACES.                            00001620
            05 WS-TRN-LN-DISP PIC X(10).                                00001630
            05 FILLER PIC X(2) VALUE SPACES.                            00001640
            05 WS-TRN-LN-MSG PIC X(34).                                 00001650
            05 FILLER PIC X(5) VALUE SPACES.                            00001660
       01  WS-RULE-TRN-LINE.                                            00001670
            05 WS-RTL-ACTION PIC X(6).                                  00001680
            05 FILLER PIC X VALUE SPACE.                                00001690
            05 WS-RTL-FROM PIC X(7).                                    00001700
            05 FILLER PIC X VALUE '-'.                                  00001710
            05 WS-RTL-TO PIC X(7).                                      00001720
            05 FILLER PIC X VALUE SPACE.                                00001730
            05 WS-RTL-EFF PIC X(8).                                     00001740
            05 FILLER PIC X VALUE SPACE.                                00001750
            05 WS-RTL-EXP PIC X(8).                                     00001760
            05 FILLER PIC X VALUE SPACE.                                00001770
            05 WS-RTL-REASON PIC X(4).                                  00001780
            05 FILLER PIC X VALUE SPACE.                                00001790
            05 WS-RTL-CLASS PIC X(12).                                  00001800
            05 FILLER PIC X(2) VALUE SPACES.                            00001810
            05 WS-RTL-DISP PIC X(10).                                   00001820
            05 FILLER PIC X(10) VALUE SPACES.                           00001830
       01  WS-RULE-MSG-LINE.                                            00001840
            05 FILLER PIC X(46) VALUE SPACES.                           00001850
            05 WS-RML-MSG PIC X(34).                                    00001860
       01  WS-DROP-LINE.                                                00001870
            05 FILLER PIC X(2) VALUE SPACES.                            00001880
            05 FILLER PIC X(26)                                         00001890
               VALUE 'INVALID RECORD, DROPPED: '.                       00001900
            05 WS-DRP-IMAGE PIC X(19).                                  00001910
            05 FILLER PIC X(33) VALUE SPACES.                           00001920
       01  WS-RULE-DROP-LINE.                                           00001930
            05 FILLER PIC X(2) VALUE SPACES.                            00001940
            05 FILLER PIC X(26)                                         00001950
               VALUE 'INVALID RULE, DROPPED:   '.                       00001960
            05 WS-RDP-IMAGE PIC X(46).                                  00001970
            05 FILLER PIC X(6) VALUE SPACES.                            00001980
       01  WS-COUNT-LINE.                                               00001990
            05 FILLER PIC X(2) VALUE SPACES.                            00002000
            05 WS-CNT-LABEL PIC X(22).                                  00002010
            05 WS-CNT-VALUE PIC ZZZ9.                                   00002020
            05 FILLER PIC X(52) VALUE SPACES.                           00002030
       PROCEDURE DIVISION.                                              00002040
       0000-MAIN.                                                       00002050
           OPEN OUTPUT MAINT-REPORT-FILE                                00002060
           IF NOT MNT-OK THEN                                           00002070
               DISPLAY 'FBOVRMNT MAINT REPORT OPEN ERROR, STATUS='      00002080
                   WS-MNT-STATUS UPON CONSOLE                           00002090
               MOVE 36 TO RETURN-CODE                                   00002100
               STOP RUN                                                 00002110
           END-IF                                                       00002120
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-HEADING                00002130
           PERFORM PERF-CHECK-MNT-STATUS                                00002140
           MOVE SPACES TO MAINT-REPORT-LINE                             00002150
           WRITE MAINT-REPORT-LINE                                      00002160
           PERFORM PERF-CHECK-MNT-STATUS                                00002170
           PERFORM PERF-LOAD-OVERRIDES                                  00002180
           MOVE WS-OVRD-COUNT TO WS-BEFORE-COUNT                        00002190
           MOVE 'BEFORE MAINTENANCE - ' TO WS-SEC-TEXT                  00002200
           MOVE WS-OVRD-COUNT TO WS-SEC-COUNT                           00002210
           WRITE MAINT-REPORT-LINE FROM WS-SECTION-LINE                 00002220
           PERFORM PERF-CHECK-MNT-STATUS                                00002230
           PERFORM PERF-PRINT-IMAGE                                     00002240
               VARYING WS-OVRD-IX FROM 1 BY 1                           00002250
               UNTIL WS-OVRD-IX > WS-OVRD-COUNT                         00002260
           MOVE SPACES TO MAINT-REPORT-LINE                             00002270
           WRITE MAINT-REPORT-LINE                                      00002280
           PERFORM PERF-CHECK-MNT-STATUS                                00002290
           PERFORM PERF-LOAD-RULES                                      00002300
           MOVE WS-RULE-COUNT TO WS-RULE-BEFORE-COUNT                   00002310
           MOVE 'RANGE RULES BEFORE - ' TO WS-SEC-TEXT                  00002320
           MOVE WS-RULE-COUNT TO WS-SEC-COUNT                           00002330
           WRITE MAINT-REPORT-LINE FROM WS-SECTION-LINE                 00002340
           PERFORM PERF-CHECK-MNT-STATUS                                00002350
           PERFORM PERF-PRINT-RULE-IMAGE                                00002360
               VARYING WS-RULE-IX FROM 1 BY 1                           00002370
               UNTIL WS-RULE-IX > WS-RULE-COUNT                         00002380
           MOVE SPACES TO MAINT-REPORT-LINE                             00002390
           WRITE MAINT-REPORT-LINE                                      00002400
           PERFORM PERF-CHECK-MNT-STATUS                                00002410
           PERFORM PERF-READ-CARD                                       00002420
           IF SYSIN-EOF THEN                                            00002430
               DISPLAY 'FBOVRMNT NO TRANSACTION CARDS SUPPLIED'         00002440
                   UPON CONSOLE                                         00002450
               MOVE 8 TO RETURN-CODE                                    00002460
               CLOSE MAINT-REPORT-FILE                                  00002470
               STOP RUN                                                 00002480
           END-IF                                                       00002490
           PERFORM PERF-PROCESS-CARD UNTIL SYSIN-EOF                    00002500
           MOVE SPACES TO MAINT-REPORT-LINE                             00002510
           WRITE MAINT-REPORT-LINE                                      00002520
           PERFORM PERF-CHECK-MNT-STATUS                                00002530
           MOVE 'AFTER MAINTENANCE -  ' TO WS-SEC-TEXT                  00002540
           MOVE WS-OVRD-COUNT TO WS-SEC-COUNT                           00002550
           WRITE MAINT-REPORT-LINE FROM WS-SECTION-LINE                 00002560
           PERFORM PERF-CHECK-MNT-STATUS                                00002570
           PERFORM PERF-PRINT-IMAGE                                     00002580
               VARYING WS-OVRD-IX FROM 1 BY 1                           00002590
               UNTIL WS-OVRD-IX > WS-OVRD-COUNT                         00002600
           MOVE SPACES TO MAINT-REPORT-LINE                             00002610
           WRITE MAINT-REPORT-LINE                                      00002620
           PERFORM PERF-CHECK-MNT-STATUS                                00002630
           MOVE 'RANGE RULES AFTER -  ' TO WS-SEC-TEXT                  00002640
           MOVE WS-RULE-COUNT TO WS-SEC-COUNT                           00002650
           WRITE MAINT-REPORT-LINE FROM WS-SECTION-LINE                 00002660
           PERFORM PERF-CHECK-MNT-STATUS                                00002670
           PERFORM PERF-PRINT-RULE-IMAGE                                00002680
               VARYING WS-RULE-IX FROM 1 BY 1                           00002690
               UNTIL WS-RULE-IX > WS-RULE-COUNT                         00002700
           PERFORM PERF-REWRITE-FILE                                    00002710
           PERFORM PERF-REWRITE-RULES                                   00002720
           PERFORM PERF-PRINT-COUNTS                                    00002730
           CLOSE MAINT-REPORT-FILE                                      00002740
           DISPLAY 'FBOVRMNT TRANSACTIONS: ' WS-TRN-COUNT               00002750
               ', REJECTED: ' WS-REJECTED-COUNT UPON CONSOLE            00002760
           IF WS-REJECTED-COUNT > 0 OR WS-DROPPED-COUNT > 0             00002770
               OR WS-RULE-DROPPED-COUNT > 0 THEN                        00002780
               IF RETURN-CODE = 0 THEN                                  00002790
                   MOVE 4 TO RETURN-CODE                                00002800
               END-IF                                                   00002810
           END-IF                                                       00002820
           STOP RUN.                                                    00002830
       PERF-CHECK-MNT-STATUS.                                           00002840
           IF NOT MNT-OK THEN                                           00002850
               DISPLAY 'FBOVRMNT MAINT REPORT WRITE ERROR, STATUS='     00002860
                   WS-MNT-STATUS UPON CONSOLE                           00002870
               MOVE 40 TO RETURN-CODE                                   00002880
               STOP RUN                                                 00002890
           END-IF.                                                      00002900
      *                                                                 00002910
      * THE EXISTING FILE IS LOADED IN FULL BEFORE ANY TRANSACTION IS   00002920
      * APPLIED.  A RECORD THE CLASSIFIER WOULD IGNORE (NON-NUMERIC     00002930
      * SEQUENCE OR BLANK CLASS) IS REPORTED AND DROPPED SO IT CANNOT   00002940
      * LINGER ON THE REWRITTEN FILE.                                   00002950
      *                                                                 00002960
       PERF-LOAD-OVERRIDES.                                             00002970
           MOVE 0 TO WS-OVRD-COUNT                                      00002980
           OPEN INPUT OVERRIDE-FILE                                     00002990
           IF OVRD-NOT-FOUND THEN                                       00003000
               CONTINUE                                                 00003010
           ELSE                                                         00003020
               IF NOT OVRD-OK AND NOT OVRD-CREATED THEN                 00003030
                   DISPLAY 'FBOVRMNT OVERRIDE FILE OPEN ERROR, STATUS=' 00003040
                       WS-OVRD-STATUS UPON CONSOLE                      00003050
                   MOVE 60 TO RETURN-CODE                               00003060
                   STOP RUN                                             00003070
               END-IF                                                   00003080
               PERFORM PERF-READ-OVERRIDE                               00003090
               PERFORM PERF-STORE-OVERRIDE UNTIL OVRD-EOF               00003100
               CLOSE OVERRIDE-FILE                                      00003110
           END-IF.                                                      00003120
       PERF-READ-OVERRIDE.                                              00003130
           READ OVERRIDE-FILE                                           00003140
               AT END CONTINUE                                          00003150
           END-READ                                                     00003160
           IF NOT OVRD-OK AND NOT OVRD-EOF THEN                         00003170
               DISPLAY 'FBOVRMNT OVERRIDE FILE READ ERROR, STATUS='     00003180
                   WS-OVRD-STATUS UPON CONSOLE                          00003190
               MOVE 64 TO RETURN-CODE                                   00003200
               STOP RUN                                                 00003210
           END-IF.                                                      00003220
       PERF-STORE-OVERRIDE.                                             00003230
           IF FB-OVRD-SEQ-NO IS NOT NUMERIC                             00003240
               OR FB-OVRD-CLASS-CODE = SPACES THEN                      00003250
               ADD 1 TO WS-DROPPED-COUNT                                00003260
               MOVE FB-OVERRIDE-RECORD TO WS-DRP-IMAGE                  00003270
               WRITE MAINT-REPORT-LINE FROM WS-DROP-LINE                00003280
               PERFORM PERF-CHECK-MNT-STATUS                            00003290
           ELSE                                                         00003300
               IF WS-OVRD-COUNT >= WS-OVRD-LIMIT THEN                   00003310
                   DISPLAY 'FBOVRMNT OVERRIDE TABLE FULL, LIMIT='       00003320
                       WS-OVRD-LIMIT UPON CONSOLE                       00003330
                   MOVE 68 TO RETURN-CODE                               00003340
                   STOP RUN                                             00003350
               END-IF                                                   00003360
               ADD 1 TO WS-OVRD-COUNT                                   00003370
               MOVE FB-OVRD-SEQ-NO TO WS-OVRD-SEQ (WS-OVRD-COUNT)       00003380
               MOVE FB-OVRD-CLASS-CODE                                  00003390
                   TO WS-OVRD-CLASS (WS-OVRD-COUNT)                     00003400
           END-IF                                                       00003410
           PERFORM PERF-READ-OVERRIDE.                                  00003420
       PERF-PRINT-IMAGE.                                                00003430
           MOVE WS-OVRD-SEQ (WS-OVRD-IX) TO WS-IMG-SEQ                  00003440
           MOVE WS-OVRD-CLASS (WS-OVRD-IX) TO WS-IMG-CLASS              00003450
           WRITE MAINT-REPORT-LINE FROM WS-IMAGE-LINE                   00003460
           PERFORM PERF-CHECK-MNT-STATUS.                               00003470
      *                                                                 00003480
      * THE RULE FILE IS LOADED THE SAME WAY.  A RULE THE CLASSIFIER    00003490
      * WOULD IGNORE (NON-NUMERIC RANGE OR DATES, A RANGE OR WINDOW     00003500
      * THAT ENDS BEFORE IT STARTS, OR A BLANK CLASS) IS REPORTED AND   00003510
      * DROPPED.                                                        00003520
      *                                                                 00003530
       PERF-LOAD-RULES.                                                 00003540
           MOVE 0 TO WS-RULE-COUNT                                      00003550
           OPEN INPUT RULE-FILE                                         00003560
           IF RULE-NOT-FOUND THEN                                       00003570
               CONTINUE                                                 00003580
           ELSE                                                         00003590
               IF NOT RULE-OK AND NOT RULE-CREATED THEN                 00003600
                   DISPLAY 'FBOVRMNT RULE FILE OPEN ERROR, STATUS='     00003610
                       WS-RULE-STATUS UPON CONSOLE                      00003620
                   MOVE 76 TO RETURN-CODE                               00003630
                   STOP RUN                                             00003640
               END-IF                                                   00003650
               PERFORM PERF-READ-RULE                                   00003660
               PERFORM PERF-STORE-RULE UNTIL RULE-EOF                   00003670
               CLOSE RULE-FILE                                          00003680
           END-IF.                                                      00003690
       PERF-READ-RULE.                                                  00003700
           READ RULE-FILE                                               00003710
               AT END CONTINUE                                          00003720
           END-READ                                                     00003730
           IF NOT RULE-OK AND NOT RULE-EOF THEN                         00003740
               DISPLAY 'FBOVRMNT RULE FILE READ ERROR, STATUS='         00003750
                   WS-RULE-STATUS UPON CONSOLE                          00003760
               MOVE 80 TO RETURN-CODE                                   00003770
               STOP RUN                                                 00003780
           END-IF.                                                      00003790
       PERF-STORE-RULE.                                                 00003800
           EVALUATE TRUE                                                00003810
               WHEN FB-RULE-FROM-SEQ IS NOT NUMERIC                     00003820
               OR FB-RULE-TO-SEQ IS NOT NUMERIC                         00003830
               OR FB-RULE-EFF-DATE IS NOT NUMERIC                       00003840
               OR FB-RULE-EXP-DATE IS NOT NUMERIC                       00003850
               OR FB-RULE-CLASS-CODE = SPACES                           00003860
                   PERFORM PERF-DROP-RULE                               00003870
               WHEN FB-RULE-FROM-SEQ > FB-RULE-TO-SEQ                   00003880
               OR FB-RULE-EFF-DATE > FB-RULE-EXP-DATE                   00003890
                   PERFORM PERF-DROP-RULE                               00003900
               WHEN OTHER                                               00003910
                   IF WS-RULE-COUNT >= WS-RULE-LIMIT THEN               00003920
                       DISPLAY 'FBOVRMNT RULE TABLE FULL, LIMIT='       00003930
                           WS-RULE-LIMIT UPON CONSOLE                   00003940
                       MOVE 84 TO RETURN-CODE                           00003950
                       STOP RUN                                         00003960
                   END-IF                                               00003970
                   ADD 1 TO WS-RULE-COUNT                               00003980
                   MOVE FB-RULE-FROM-SEQ TO WS-RULE-FROM (WS-RULE-COUNT)00003990
                   MOVE FB-RULE-TO-SEQ TO WS-RULE-TO (WS-RULE-COUNT)    00004000
                   MOVE FB-RULE-EFF-DATE TO WS-RULE-EFF (WS-RULE-COUNT) 00004010
                   MOVE FB-RULE-EXP-DATE TO WS-RULE-EXP (WS-RULE-COUNT) 00004020
                   MOVE FB-RULE-REASON                                  00004030
                       TO WS-RULE-REASON (WS-RULE-COUNT)                00004040
                   MOVE FB-RULE-CLASS-CODE                              00004050
                       TO WS-RULE-CLASS (WS-RULE-COUNT)                 00004060
           END-EVALUATE                                                 00004070
           PERFORM PERF-READ-RULE.                                      00004080
       PERF-DROP-RULE.                                                  00004090
           ADD 1 TO WS-RULE-DROPPED-COUNT                               00004100
           MOVE FB-OVERRIDE-RULE TO WS-RDP-IMAGE                        00004110
           WRITE MAINT-REPORT-LINE FROM WS-RULE-DROP-LINE               00004120
           PERFORM PERF-CHECK-MNT-STATUS.                               00004130
       PERF-PRINT-RULE-IMAGE.                                           00004140
           MOVE WS-RULE-FROM (WS-RULE-IX) TO WS-RIM-FROM                00004150
           MOVE WS-RULE-TO (WS-RULE-IX) TO WS-RIM-TO                    00004160
           MOVE WS-RULE-EFF (WS-RULE-IX) TO WS-RIM-EFF                  00004170
           MOVE WS-RULE-EXP (WS-RULE-IX) TO WS-RIM-EXP                  00004180
           MOVE WS-RULE-REASON (WS-RULE-IX) TO WS-RIM-REASON            00004190
           MOVE WS-RULE-CLASS (WS-RULE-IX) TO WS-RIM-CLASS              00004200
           WRITE MAINT-REPORT-LINE FROM WS-RULE-IMAGE-LINE              00004210
           PERFORM PERF-CHECK-MNT-STATUS.                               00004220
      *                                                                 00004230
      * A BLANK CARD OR /* IN COLUMNS 1-2 ENDS THE TRANSACTION DECK.    00004240
      *                                                                 00004250
       PERF-READ-CARD.                                                  00004260
           MOVE SPACES TO WS-TRN-CARD                                   00004270
           ACCEPT WS-TRN-CARD FROM SYSIN                                00004280
           IF WS-TRN-CARD = SPACES                                      00004290
               OR WS-TRN-CARD (1:2) = '/*' THEN                         00004300
               MOVE 'Y' TO WS-SYSIN-FLAG                                00004310
           END-IF.                                                      00004320
       PERF-PROCESS-CARD.                                               00004330
           ADD 1 TO WS-TRN-COUNT                                        00004340
           MOVE SPACES TO WS-REJECT-MSG                                 00004350
           IF TRN-RULE-CARD THEN                                        00004360
               PERFORM PERF-VALIDATE-RULE-TRN                           00004370
               IF WS-REJECT-MSG = SPACES THEN                           00004380
                   PERFORM PERF-APPLY-RULE-TRN                          00004390
               END-IF                                                   00004400
               PERFORM PERF-PRINT-RULE-TRN                              00004410
           ELSE                                                         00004420
               PERFORM PERF-VALIDATE-TRN                                00004430
               IF WS-REJECT-MSG = SPACES THEN                           00004440
                   PERFORM PERF-APPLY-TRN                               00004450
               END-IF                                                   00004460
               PERFORM PERF-PRINT-TRN                                   00004470
           END-IF                                                       00004480
           PERFORM PERF-READ-CARD.                                      00004490
       PERF-VALIDATE-TRN.                                               00004500
           IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-DELETE THEN    00004510
               MOVE 'ACTION IS NOT A RECOGNIZED CODE'                   00004520
                   TO WS-REJECT-MSG                                     00004530
           END-IF                                                       00004540
           IF WS-REJECT-MSG = SPACES                                    00004550
               AND WS-TRN-SEQ-X IS NOT NUMERIC THEN                     00004560
               MOVE 'SEQUENCE IS NOT A 7-DIGIT NUMBER'                  00004570
                   TO WS-REJECT-MSG                                     00004580
           END-IF                                                       00004590
           IF WS-REJECT-MSG = SPACES                                    00004600
               AND NOT TRN-DELETE                                       00004610
               AND WS-TRN-CLASS = SPACES THEN                           00004620
               MOVE 'CLASS CODE IS BLANK' TO WS-REJECT-MSG              00004630
           END-IF.                                                      00004640
      *                                                                 00004650
      * A RULE CARD NEEDS A NUMERIC RANGE IN ORDER AND A VALID          00004660
      * EFFECTIVE DATE.  A BLANK EXPIRY DATE MEANS THE RULE NEVER       00004670
      * EXPIRES AND IS STORED AS 99991231.                              00004680
      *                                                                 00004690
       PERF-VALIDATE-RULE-TRN.                                          00004700
           IF WS-RTRN-FROM-X IS NOT NUMERIC                             00004710
               OR WS-RTRN-TO-X IS NOT NUMERIC THEN                      00004720
               MOVE 'RANGE IS NOT TWO 7-DIGIT NUMBERS' TO WS-REJECT-MSG 00004730
           END-IF                                                       00004740
           IF WS-REJECT-MSG = SPACES                                    00004750
               AND WS-RTRN-FROM-X > WS-RTRN-TO-X THEN                   00004760
               MOVE 'RANGE ENDS BEFORE IT STARTS' TO WS-REJECT-MSG      00004770
           END-IF                                                       00004780
           IF WS-REJECT-MSG = SPACES THEN                               00004790
               MOVE WS-RTRN-EFF-X TO WS-CHK-DATE                        00004800
               PERFORM PERF-CHECK-DATE                                  00004810
               IF NOT DATE-VALID THEN                                   00004820
                   MOVE 'EFFECTIVE DATE IS NOT CCYYMMDD'                00004830
                       TO WS-REJECT-MSG                                 00004840
               END-IF                                                   00004850
           END-IF                                                       00004860
           IF WS-REJECT-MSG = SPACES                                    00004870
               AND NOT TRN-DELETE-RULE THEN                             00004880
               IF WS-RTRN-EXP-X = SPACES THEN                           00004890
                   MOVE '99991231' TO WS-RTRN-EXP-X                     00004900
               END-IF                                                   00004910
               MOVE WS-RTRN-EXP-X TO WS-CHK-DATE                        00004920
               PERFORM PERF-CHECK-DATE                                  00004930
               IF NOT DATE-VALID THEN                                   00004940
                   MOVE 'EXPIRY DATE IS NOT CCYYMMDD'                   00004950
                       TO WS-REJECT-MSG                                 00004960
               END-IF                                                   00004970
           END-IF                                                       00004980
           IF WS-REJECT-MSG = SPACES                                    00004990
               AND NOT TRN-DELETE-RULE                                  00005000
               AND WS-RTRN-EFF-X > WS-RTRN-EXP-X THEN                   00005010
               MOVE 'EXPIRY DATE IS BEFORE EFFECTIVE'                   00005020
                   TO WS-REJECT-MSG                                     00005030
           END-IF                                                       00005040
           IF WS-REJECT-MSG = SPACES                                    00005050
               AND NOT TRN-DELETE-RULE                                  00005060
               AND WS-RTRN-REASON = SPACES THEN                         00005070
               MOVE 'REASON CODE IS BLANK' TO WS-REJECT-MSG             00005080
           END-IF                                                       00005090
           IF WS-REJECT-MSG = SPACES                                    00005100
               AND NOT TRN-DELETE-RULE                                  00005110
               AND WS-RTRN-CLASS = SPACES THEN                          00005120
               MOVE 'CLASS CODE IS BLANK' TO WS-REJECT-MSG              00005130
           END-IF.                                                      00005140
       PERF-CHECK-DATE.                                                 00005150
           MOVE 'N' TO WS-DATE-VALID-FLAG                               00005160
           IF WS-CHK-DATE IS NUMERIC THEN                               00005170
               IF WS-CHK-MM >= 1 AND WS-CHK-MM <= 12                    00005180
                   AND WS-CHK-DD >= 1 AND WS-CHK-DD <= 31 THEN          00005190
                   MOVE 'Y' TO WS-DATE-VALID-FLAG                       00005200
               END-IF                                                   00005210
           END-IF.                                                      00005220
       PERF-APPLY-TRN.                                                  00005230
           PERFORM PERF-FIND-OVERRIDE                                   00005240
           EVALUATE TRUE                                                00005250
               WHEN TRN-ADD AND WS-HIT-IX > 0                           00005260
                   MOVE 'SEQUENCE ALREADY ON FILE' TO WS-REJECT-MSG     00005270
               WHEN TRN-ADD                                             00005280
                   PERFORM PERF-ADD-OVERRIDE                            00005290
               WHEN WS-HIT-IX = 0                                       00005300
                   MOVE 'SEQUENCE NOT ON FILE' TO WS-REJECT-MSG         00005310
               WHEN TRN-CHANGE                                          00005320
                   MOVE WS-TRN-CLASS TO WS-OVRD-CLASS (WS-HIT-IX)       00005330
                   ADD 1 TO WS-CHANGED-COUNT                            00005340
               WHEN TRN-DELETE                                          00005350
                   PERFORM PERF-DELETE-OVERRIDE                         00005360
           END-EVALUATE.                                                00005370
       PERF-FIND-OVERRIDE.                                              00005380
           MOVE 0 TO WS-HIT-IX                                          00005390
           PERFORM PERF-MATCH-OVERRIDE                                  00005400
               VARYING WS-OVRD-IX FROM 1 BY 1                           00005410
               UNTIL WS-OVRD-IX > WS-OVRD-COUNT                         00005420
               OR WS-HIT-IX > 0.                                        00005430
       PERF-MATCH-OVERRIDE.                                             00005440
           IF WS-OVRD-SEQ (WS-OVRD-IX) = WS-TRN-SEQ-X THEN              00005450
               MOVE WS-OVRD-IX TO WS-HIT-IX                             00005460
           END-IF.                                                      00005470
       PERF-ADD-OVERRIDE.                                               00005480
           IF WS-OVRD-COUNT >= WS-OVRD-LIMIT THEN                       00005490
               MOVE 'OVERRIDE FILE IS FULL' TO WS-REJECT-MSG            00005500
           ELSE                                                         00005510
               ADD 1 TO WS-OVRD-COUNT                                   00005520
               MOVE WS-TRN-SEQ-X TO WS-OVRD-SEQ (WS-OVRD-COUNT)         00005530
               MOVE WS-TRN-CLASS TO WS-OVRD-CLASS (WS-OVRD-COUNT)       00005540
               ADD 1 TO WS-ADDED-COUNT                                  00005550
           END-IF.                                                      00005560
       PERF-DELETE-OVERRIDE.                                            00005570
           PERFORM PERF-SHIFT-OVERRIDE                                  00005580
               VARYING WS-OVRD-IX FROM WS-HIT-IX BY 1                   00005590
               UNTIL WS-OVRD-IX >= WS-OVRD-COUNT                        00005600
           SUBTRACT 1 FROM WS-OVRD-COUNT                                00005610
           ADD 1 TO WS-DELETED-COUNT.                                   00005620
       PERF-SHIFT-OVERRIDE.                                             00005630
           MOVE WS-OVRD-ENTRY (WS-OVRD-IX + 1)                          00005640
               TO WS-OVRD-ENTRY (WS-OVRD-IX).                           00005650
       PERF-APPLY-RULE-TRN.                                             00005660
           PERFORM PERF-FIND-RULE                                       00005670
           EVALUATE TRUE                                                00005680
               WHEN TRN-ADD-RULE AND WS-RULE-HIT-IX > 0                 00005690
                   MOVE 'RULE ALREADY ON FILE' TO WS-REJECT-MSG         00005700
               WHEN TRN-ADD-RULE                                        00005710
                   PERFORM PERF-ADD-RULE                                00005720
               WHEN WS-RULE-HIT-IX = 0                                  00005730
                   MOVE 'RULE NOT ON FILE' TO WS-REJECT-MSG             00005740
               WHEN TRN-CHANGE-RULE                                     00005750
                   MOVE WS-RTRN-EXP-X TO WS-RULE-EXP (WS-RULE-HIT-IX)   00005760
                   MOVE WS-RTRN-REASON                                  00005770
                       TO WS-RULE-REASON (WS-RULE-HIT-IX)               00005780
                   MOVE WS-RTRN-CLASS TO WS-RULE-CLASS (WS-RULE-HIT-IX) 00005790
                   ADD 1 TO WS-RULE-CHANGED-COUNT                       00005800
               WHEN TRN-DELETE-RULE                                     00005810
                   PERFORM PERF-DELETE-RULE                             00005820
           END-EVALUATE.                                                00005830
       PERF-FIND-RULE.                                                  00005840
           MOVE 0 TO WS-RULE-HIT-IX                                     00005850
           PERFORM PERF-MATCH-RULE                                      00005860
               VARYING WS-RULE-IX FROM 1 BY 1                           00005870
               UNTIL WS-RULE-IX > WS-RULE-COUNT                         00005880
               OR WS-RULE-HIT-IX > 0.                                   00005890
       PERF-MATCH-RULE.                                                 00005900
           IF WS-RULE-FROM (WS-RULE-IX) = WS-RTRN-FROM-X                00005910
               AND WS-RULE-TO (WS-RULE-IX) = WS-RTRN-TO-X               00005920
               AND WS-RULE-EFF (WS-RULE-IX) = WS-RTRN-EFF-X THEN        00005930
               MOVE WS-RULE-IX TO WS-RULE-HIT-IX                        00005940
           END-IF.                                                      00005950
       PERF-ADD-RULE.                                                   00005960
           IF WS-RULE-COUNT >= WS-RULE-LIMIT THEN                       00005970
               MOVE 'RULE FILE IS FULL' TO WS-REJECT-MSG                00005980
           ELSE                                                         00005990
               ADD 1 TO WS-RULE-COUNT                                   00006000
               MOVE WS-RTRN-FROM-X TO WS-RULE-FROM (WS-RULE-COUNT)      00006010
               MOVE WS-RTRN-TO-X TO WS-RULE-TO (WS-RULE-COUNT)          00006020
               MOVE WS-RTRN-EFF-X TO WS-RULE-EFF (WS-RULE-COUNT)        00006030
               MOVE WS-RTRN-EXP-X TO WS-RULE-EXP (WS-RULE-COUNT)        00006040
               MOVE WS-RTRN-REASON TO WS-RULE-REASON (WS-RULE-COUNT)    00006050
               MOVE WS-RTRN-CLASS TO WS-RULE-CLASS (WS-RULE-COUNT)      00006060
               ADD 1 TO WS-RULE-ADDED-COUNT                             00006070
           END-IF.                                                      00006080
       PERF-DELETE-RULE.                                                00006090
           PERFORM PERF-SHIFT-RULE                                      00006100
               VARYING WS-RULE-IX FROM WS-RULE-HIT-IX BY 1              00006110
               UNTIL WS-RULE-IX >= WS-RULE-COUNT                        00006120
           SUBTRACT 1 FROM WS-RULE-COUNT                                00006130
           ADD 1 TO WS-RULE-DELETED-COUNT.                              00006140
       PERF-SHIFT-RULE.                                                 00006150
           MOVE WS-RULE-ENTRY (WS-RULE-IX + 1)                          00006160
               TO WS-RULE-ENTRY (WS-RULE-IX).                           00006170
       PERF-PRINT-TRN.                                                  00006180
           MOVE WS-TRN-ACTION TO WS-TRN-LN-ACTION                       00006190
           MOVE WS-TRN-SEQ-X TO WS-TRN-LN-SEQ                           00006200
           MOVE WS-TRN-CLASS TO WS-TRN-LN-CLASS                         00006210
           IF WS-REJECT-MSG = SPACES THEN                               00006220
               MOVE 'APPLIED' TO WS-TRN-LN-DISP                         00006230
               MOVE SPACES TO WS-TRN-LN-MSG                             00006240
           ELSE                                                         00006250
               ADD 1 TO WS-REJECTED-COUNT                               00006260
               MOVE 'REJECTED' TO WS-TRN-LN-DISP                        00006270
               MOVE WS-REJECT-MSG TO WS-TRN-LN-MSG                      00006280
           END-IF                                                       00006290
           WRITE MAINT-REPORT-LINE FROM WS-TRN-LINE                     00006300
           PERFORM PERF-CHECK-MNT-STATUS.                               00006310
       PERF-PRINT-RULE-TRN.                                             00006320
           MOVE WS-TRN-ACTION TO WS-RTL-ACTION                          00006330
           MOVE WS-RTRN-FROM-X TO WS-RTL-FROM                           00006340
           MOVE WS-RTRN-TO-X TO WS-RTL-TO                               00006350
           MOVE WS-RTRN-EFF-X TO WS-RTL-EFF                             00006360
           MOVE WS-RTRN-EXP-X TO WS-RTL-EXP                             00006370
           MOVE WS-RTRN-REASON TO WS-RTL-REASON                         00006380
           MOVE WS-RTRN-CLASS TO WS-RTL-CLASS                           00006390
           IF WS-REJECT-MSG = SPACES THEN                               00006400
               MOVE 'APPLIED' TO WS-RTL-DISP                            00006410
           ELSE                                                         00006420
               ADD 1 TO WS-REJECTED-COUNT                               00006430
               MOVE 'REJECTED' TO WS-RTL-DISP                           00006440
           END-IF                                                       00006450
           WRITE MAINT-REPORT-LINE FROM WS-RULE-TRN-LINE                00006460
           PERFORM PERF-CHECK-MNT-STATUS                                00006470
           IF WS-REJECT-MSG NOT = SPACES THEN                           00006480
               MOVE WS-REJECT-MSG TO WS-RML-MSG                         00006490
               WRITE MAINT-REPORT-LINE FROM WS-RULE-MSG-LINE            00006500
               PERFORM PERF-CHECK-MNT-STATUS                            00006510
           END-IF.                                                      00006520
       PERF-REWRITE-FILE.                                               00006530
           OPEN OUTPUT OVERRIDE-FILE                                    00006540
           IF NOT OVRD-OK AND NOT OVRD-CREATED THEN                     00006550
               DISPLAY 'FBOVRMNT OVERRIDE FILE OPEN ERROR, STATUS='     00006560
                   WS-OVRD-STATUS UPON CONSOLE                          00006570
               MOVE 60 TO RETURN-CODE                                   00006580
               STOP RUN                                                 00006590
           END-IF                                                       00006600
           PERFORM PERF-WRITE-OVERRIDE                                  00006610
               VARYING WS-OVRD-IX FROM 1 BY 1                           00006620
               UNTIL WS-OVRD-IX > WS-OVRD-COUNT                         00006630
           CLOSE OVERRIDE-FILE.                                         00006640
       PERF-WRITE-OVERRIDE.                                             00006650
           MOVE WS-OVRD-SEQ (WS-OVRD-IX) TO FB-OVRD-SEQ-NO              00006660
           MOVE WS-OVRD-CLASS (WS-OVRD-IX) TO FB-OVRD-CLASS-CODE        00006670
           WRITE FB-OVERRIDE-RECORD                                     00006680
           IF NOT OVRD-OK THEN                                          00006690
               DISPLAY 'FBOVRMNT OVERRIDE FILE WRITE ERROR, STATUS='    00006700
                   WS-OVRD-STATUS UPON CONSOLE                          00006710
               MOVE 72 TO RETURN-CODE                                   00006720
               STOP RUN                                                 00006730
           END-IF.                                                      00006740
       PERF-REWRITE-RULES.                                              00006750
           OPEN OUTPUT RULE-FILE                                        00006760
           IF NOT RULE-OK AND NOT RULE-CREATED THEN                     00006770
               DISPLAY 'FBOVRMNT RULE FILE OPEN ERROR, STATUS='         00006780
                   WS-RULE-STATUS UPON CONSOLE                          00006790
               MOVE 76 TO RETURN-CODE                                   00006800
               STOP RUN                                                 00006810
           END-IF                                                       00006820
           PERFORM PERF-WRITE-RULE                                      00006830
               VARYING WS-RULE-IX FROM 1 BY 1                           00006840
               UNTIL WS-RULE-IX > WS-RULE-COUNT                         00006850
           CLOSE RULE-FILE.                                             00006860
       PERF-WRITE-RULE.                                                 00006870
           MOVE WS-RULE-FROM (WS-RULE-IX) TO FB-RULE-FROM-SEQ           00006880
           MOVE WS-RULE-TO (WS-RULE-IX) TO FB-RULE-TO-SEQ               00006890
           MOVE WS-RULE-EFF (WS-RULE-IX) TO FB-RULE-EFF-DATE            00006900
           MOVE WS-RULE-EXP (WS-RULE-IX) TO FB-RULE-EXP-DATE            00006910
           MOVE WS-RULE-REASON (WS-RULE-IX) TO FB-RULE-REASON           00006920
           MOVE WS-RULE-CLASS (WS-RULE-IX) TO FB-RULE-CLASS-CODE        00006930
           WRITE FB-OVERRIDE-RULE                                       00006940
           IF NOT RULE-OK THEN                                          00006950
               DISPLAY 'FBOVRMNT RULE FILE WRITE ERROR, STATUS='        00006960
                   WS-RULE-STATUS UPON CONSOLE                          00006970
               MOVE 88 TO RETURN-CODE                                   00006980
               STOP RUN                                                 00006990
           END-IF.                                                      00007000
       PERF-PRINT-COUNTS.                                               00007010
           MOVE SPACES TO MAINT-REPORT-LINE                             00007020
           WRITE MAINT-REPORT-LINE                                      00007030
           PERFORM PERF-CHECK-MNT-STATUS                                00007040
           MOVE 'RECORDS BEFORE' TO WS-CNT-LABEL                        00007050
           MOVE WS-BEFORE-COUNT TO WS-CNT-VALUE                         00007060
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007070
           PERFORM PERF-CHECK-MNT-STATUS                                00007080
           MOVE 'RECORDS DROPPED' TO WS-CNT-LABEL                       00007090
           MOVE WS-DROPPED-COUNT TO WS-CNT-VALUE                        00007100
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007110
           PERFORM PERF-CHECK-MNT-STATUS                                00007120
           MOVE 'TRANSACTIONS READ' TO WS-CNT-LABEL                     00007130
           MOVE WS-TRN-COUNT TO WS-CNT-VALUE                            00007140
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007150
           PERFORM PERF-CHECK-MNT-STATUS                                00007160
           MOVE 'RECORDS ADDED' TO WS-CNT-LABEL                         00007170
           MOVE WS-ADDED-COUNT TO WS-CNT-VALUE                          00007180
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007190
           PERFORM PERF-CHECK-MNT-STATUS                                00007200
           MOVE 'RECORDS CHANGED' TO WS-CNT-LABEL                       00007210
           MOVE WS-CHANGED-COUNT TO WS-CNT-VALUE                        00007220
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007230
           PERFORM PERF-CHECK-MNT-STATUS                                00007240
           MOVE 'RECORDS DELETED' TO WS-CNT-LABEL                       00007250
           MOVE WS-DELETED-COUNT TO WS-CNT-VALUE                        00007260
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007270
           PERFORM PERF-CHECK-MNT-STATUS                                00007280
           MOVE 'TRANSACTIONS REJECTED' TO WS-CNT-LABEL                 00007290
           MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE                       00007300
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007310
           PERFORM PERF-CHECK-MNT-STATUS                                00007320
           MOVE 'RECORDS AFTER' TO WS-CNT-LABEL                         00007330
           MOVE WS-OVRD-COUNT TO WS-CNT-VALUE                           00007340
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007350
           PERFORM PERF-CHECK-MNT-STATUS                                00007360
           MOVE 'RULES BEFORE' TO WS-CNT-LABEL                          00007370
           MOVE WS-RULE-BEFORE-COUNT TO WS-CNT-VALUE                    00007380
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007390
           PERFORM PERF-CHECK-MNT-STATUS                                00007400
           MOVE 'RULES DROPPED' TO WS-CNT-LABEL                         00007410
           MOVE WS-RULE-DROPPED-COUNT TO WS-CNT-VALUE                   00007420
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007430
           PERFORM PERF-CHECK-MNT-STATUS                                00007440
           MOVE 'RULES ADDED' TO WS-CNT-LABEL                           00007450
           MOVE WS-RULE-ADDED-COUNT TO WS-CNT-VALUE                     00007460
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007470
           PERFORM PERF-CHECK-MNT-STATUS                                00007480
           MOVE 'RULES CHANGED' TO WS-CNT-LABEL                         00007490
           MOVE WS-RULE-CHANGED-COUNT TO WS-CNT-VALUE                   00007500
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007510
           PERFORM PERF-CHECK-MNT-STATUS                                00007520
           MOVE 'RULES DELETED' TO WS-CNT-LABEL                         00007530
           MOVE WS-RULE-DELETED-COUNT TO WS-CNT-VALUE                   00007540
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007550
           PERFORM PERF-CHECK-MNT-STATUS                                00007560
           MOVE 'RULES AFTER' TO WS-CNT-LABEL                           00007570
           MOVE WS-RULE-COUNT TO WS-CNT-VALUE                           00007580
           WRITE MAINT-REPORT-LINE FROM WS-COUNT-LINE                   00007590
           PERFORM PERF-CHECK-MNT-STATUS.                               00007600
