      *                                                                 00000010
      * FBREDRV - SUSPENSE RE-DRIVE AND WRITE-OFF                       00000020
      * RESOLVES OPEN ENTRIES ON THE SHARED SUSPENSE FILE FROM A DECK   00000030
      * OF SYSIN CARDS.  EACH CARD CARRIES THE ENTRY NUMBER SHOWN BY    00000040
      * FBSUSRPT IN COLUMNS 1-7, THE ACTION IN COLUMN 8 (R TO RE-DRIVE, 00000050
      * W TO WRITE OFF), AND FOR A RE-DRIVE THE CORRECTED RECORD IMAGE  00000060
      * IN COLUMNS 9-80; A BLANK IMAGE RE-DRIVES THE ORIGINAL RECORD    00000070
      * AS IT WAS SUSPENDED.  A RE-DRIVEN IMAGE IS VALIDATED THE WAY    00000080
      * ITS TARGET WILL READ IT AND THEN SENT BACK TO THE INPUT THE     00000090
      * REJECTING PROGRAM TAKES:                                        00000100
      *   OVERRIDE RECORDS    - AN ADD TRANSACTION ON OVMTFILE, THE     00000110
      *                         DECK FOR THE NEXT FBOVRMNT RUN, WHICH   00000120
      *                         ALSO DROPS THE INVALID ORIGINAL         00000130
      *   PARAMETER CARDS     - THE CARD ON PARMFILE, THE DECK FOR THE  00000140
      *                         NEXT CLASSIFIER RUN                     00000150
      *   DETAIL, DEMAND, AND - THE SEQUENCE NUMBER ON DMNDFILE, SO THE 00000160
      *   BACKUP RECORDS        NEXT FBDEMAND RUN CLASSIFIES AND POSTS  00000170
      *                         IT TO THE MASTER                        00000180
      * A RESOLVED ENTRY IS MARKED RE-DRIVEN OR WRITTEN OFF WITH THE    00000190
      * RESOLVED DATE AND TARGET, AND THE SUSPENSE FILE IS REWRITTEN    00000200
      * ONCE THE WHOLE DECK IS PROCESSED.  A CARD NAMING AN ENTRY THAT  00000210
      * IS NOT ON THE FILE OR IS ALREADY RESOLVED, OR WHOSE IMAGE       00000220
      * FAILS VALIDATION, IS REJECTED AND THE ENTRY LEFT OPEN.  THE     00000230
      * REPORT SHOWS EVERY CARD'S DISPOSITION.  A BLANK CARD OR /* IN   00000240
      * COLUMNS 1-2 ENDS THE DECK.  ANY REJECTED CARD ENDS WITH RETURN  00000250
      * CODE 4; AN EMPTY DECK ENDS WITH RETURN CODE 8.                  00000260
      * AUSTIN BITTINGER - 2026/10/15                                   00000270
      *                                                                 00000280
       IDENTIFICATION DIVISION.                                         00000290
       PROGRAM-ID. FBREDRV.                                             00000300
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000310
       ENVIRONMENT DIVISION.                                            00000320
       INPUT-OUTPUT SECTION.                                            00000330
       FILE-CONTROL.                                                    00000340
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"           00000350
               ORGANIZATION IS LINE SEQUENTIAL                          00000360
               FILE STATUS IS WS-SUS-STATUS.                            00000370
           SELECT OPTIONAL OVRD-DECK-FILE ASSIGN TO "OVMTFILE"          00000380
               ORGANIZATION IS LINE SEQUENTIAL                          00000390
               FILE STATUS IS WS-OVMT-STATUS.                           00000400
           SELECT OPTIONAL PARM-DECK-FILE ASSIGN TO "PARMFILE"          00000410
               ORGANIZATION IS LINE SEQUENTIAL                          00000420
               FILE STATUS IS WS-PARM-STATUS.                           00000430
           SELECT OPTIONAL DEMAND-FILE ASSIGN TO "DMNDFILE"             00000440
               ORGANIZATION IS LINE SEQUENTIAL                          00000450
               FILE STATUS IS WS-DMD-STATUS.                            00000460
           SELECT REPORT-FILE ASSIGN TO "REDRFILE"                      00000470
               ORGANIZATION IS LINE SEQUENTIAL                          00000480
               FILE STATUS IS WS-RPT-STATUS.                            00000490
       DATA DIVISION.                                                   00000500
       FILE SECTION.                                                    00000510
       FD  SUSPENSE-FILE                                                00000520
           LABEL RECORDS ARE STANDARD.                                  00000530
           COPY FBSUSP.                                                 00000540
       FD  OVRD-DECK-FILE                                               00000550
           LABEL RECORDS ARE STANDARD.                                  00000560
       01  OVRD-DECK-RECORD PIC X(80).                                  00000570
       FD  PARM-DECK-FILE                                               00000580
           LABEL RECORDS ARE STANDARD.                                  00000590
       01  PARM-DECK-RECORD PIC X(80).                                  00000600
       FD  DEMAND-FILE                                                  00000610
           LABEL RECORDS ARE STANDARD.                                  00000620
           COPY FBDMND.                                                 00000630
       FD  REPORT-FILE                                                  00000640
           LABEL RECORDS ARE STANDARD.                                  00000650
       01  REPORT-LINE PIC X(80).                                       00000660
       WORKING-STORAGE SECTION.                                         00000670
       01  WS-SUS-STATUS PIC XX.                                        00000680
            88 SUS-OK VALUE '00'.                                       00000690
            88 SUS-CREATED VALUE '05'.                                  00000700
            88 SUS-EOF VALUE '10'.                                      00000710
       01  WS-OVMT-STATUS PIC XX.                                       00000720
            88 OVMT-OK VALUE '00'.                                      00000730
            88 OVMT-CREATED VALUE '05'.                                 00000740
       01  WS-PARM-STATUS PIC XX.                                       00000750
            88 PARM-OK VALUE '00'.                                      00000760
            88 PARM-CREATED VALUE '05'.                                 00000770
       01  WS-DMD-STATUS PIC XX.                                        00000780
            88 DMD-OK VALUE '00'.                                       00000790
            88 DMD-CREATED VALUE '05'.                                  00000800
       01  WS-RPT-STATUS PIC XX.                                        00000810
            88 RPT-OK VALUE '00'.                                       00000820
       01  WS-OVMT-OPEN-FLAG PIC X VALUE 'N'.                           00000830
            88 OVMT-IS-OPEN VALUE 'Y'.                                  00000840
       01  WS-PARM-OPEN-FLAG PIC X VALUE 'N'.                           00000850
            88 PARM-IS-OPEN VALUE 'Y'.                                  00000860
       01  WS-DMD-OPEN-FLAG PIC X VALUE 'N'.                            00000870
            88 DMD-IS-OPEN VALUE 'Y'.                                   00000880
       01  WS-RDV-CARD.                                                 00000890
            05 WS-RDV-ENTRY-X PIC X(7).                                 00000900
            05 WS-RDV-ENTRY REDEFINES WS-RDV-ENTRY-X PIC 9(7).          00000910
            05 WS-RDV-ACTION PIC X.                                     00000920
               88 RDV-REDRIVE VALUE 'R'.                                00000930
               88 RDV-WRITE-OFF VALUE 'W'.                              00000940
            05 WS-RDV-IMAGE PIC X(72).                                  00000950
       01  WS-SYSIN-FLAG PIC X VALUE 'N'.                               00000960
            88 SYSIN-EOF VALUE 'Y'.                                     00000970
       01  WS-TODAY PIC 9(8) VALUE 0.                                   00000980
       01  WS-SUS-COUNT PIC 9(4) VALUE 0.                               00000990
       01  WS-SUS-LIMIT PIC 9(4) VALUE 2000.                            00001000
       01  WS-SUS-IX PIC 9(4) VALUE 0.                                  00001010
       01  WS-SUS-TABLE.                                                00001020
            05 WS-SUS-ENTRY OCCURS 2000 TIMES PIC X(157).               00001030
           COPY FBSUSP REPLACING LEADING ==FB-== BY ==WS-CUR-==.        00001040
       01  WS-TARGET PIC X(8).                                          00001050
            88 TARGET-OVRD-DECK VALUE 'OVMTFILE'.                       00001060
            88 TARGET-PARM-DECK VALUE 'PARMFILE'.                       00001070
            88 TARGET-DEMAND VALUE 'DMNDFILE'.                          00001080
       01  WS-WORK-IMAGE PIC X(80).                                     00001090
       01  WS-WORK-OVRD REDEFINES WS-WORK-IMAGE.                        00001100
            05 WS-WRK-OVRD-SEQ PIC X(7).                                00001110
            05 WS-WRK-OVRD-CLASS PIC X(12).                             00001120
            05 FILLER PIC X(61).                                        00001130
       01  WS-WORK-PARM REDEFINES WS-WORK-IMAGE.                        00001140
            05 WS-WRK-PARM-START PIC X(7).                              00001150
            05 WS-WRK-PARM-END PIC X(7).                                00001160
            05 FILLER PIC X(66).                                        00001170
       01  WS-WORK-DEMAND REDEFINES WS-WORK-IMAGE.                      00001180
            05 WS-WRK-DMD-SEQ PIC X(7).                                 00001190
            05 FILLER PIC X(73).                                        00001200
       01  WS-OVMT-CARD.                                                00001210
            05 WS-OVMT-ACTION PIC X(6).                                 00001220
            05 WS-OVMT-SEQ PIC X(7).                                    00001230
            05 WS-OVMT-CLASS PIC X(12).                                 00001240
            05 FILLER PIC X(55).                                        00001250
       01  WS-REJECT-MSG PIC X(42).                                     00001260
       01  WS-CARD-COUNT PIC 9(4) VALUE 0.                              00001270
       01  WS-REDRIVEN-COUNT PIC 9(4) VALUE 0.                          00001280
       01  WS-WRITEOFF-COUNT PIC 9(4) VALUE 0.                          00001290
       01  WS-REJECTED-COUNT PIC 9(4) VALUE 0.                          00001300
       01  WS-OVMT-COUNT PIC 9(4) VALUE 0.                              00001310
       01  WS-PARM-COUNT PIC 9(4) VALUE 0.                              00001320
       01  WS-DMD-COUNT PIC 9(4) VALUE 0.                               00001330
       01  WS-RPT-HEADING PIC X(80)                                     00001340
               VALUE 'FIZZBUZZ SUSPENSE RE-DRIVE'.                      00001350
       01  WS-DISP-LINE.                                                00001360
            05 WS-DSP-ENTRY PIC X(7).                                   00001370
            05 FILLER PIC X VALUE SPACE.                                00001380
            05 WS-DSP-ACTION PIC X.                                     00001390
            05 FILLER PIC X VALUE SPACE.                                00001400
            05 WS-DSP-PROGRAM PIC X(8).                                 00001410
            05 FILLER PIC X VALUE SPACE.                                00001420
            05 WS-DSP-REASON PIC X(4).                                  00001430
            05 FILLER PIC X VALUE SPACE.                                00001440
            05 WS-DSP-DISP PIC X(12).                                   00001450
            05 FILLER PIC X VALUE SPACE.                                00001460
            05 WS-DSP-MSG PIC X(42).                                    00001470
            05 FILLER PIC X VALUE SPACE.                                00001480
       01  WS-SENT-LINE.                                                00001490
            05 FILLER PIC X(10) VALUE SPACES.                           00001500
            05 FILLER PIC X(5) VALUE 'SENT '.                           00001510
            05 WS-SNT-IMAGE PIC X(65).                                  00001520
       01  WS-COUNT-LINE.                                               00001530
            05 FILLER PIC X(2) VALUE SPACES.                            00001540
            05 WS-CNT-LABEL PIC X(22).                                  00001550
            05 WS-CNT-VALUE PIC ZZZ9.                                   00001560
            05 FILLER PIC X(52) VALUE SPACES.                           00001570
       PROCEDURE DIVISION.                                              00001580
       0000-MAIN.                                                       00001590
           ACCEPT WS-TODAY FROM DATE YYYYMMDD                           00001600
           PERFORM PERF-LOAD-SUSPENSE                                   00001610
           OPEN OUTPUT REPORT-FILE                                      00001620
           IF NOT RPT-OK THEN                                           00001630
               DISPLAY 'FBREDRV REPORT FILE OPEN ERROR, STATUS='        00001640
                   WS-RPT-STATUS UPON CONSOLE                           00001650
               MOVE 40 TO RETURN-CODE                                   00001660
               STOP RUN                                                 00001670
           END-IF                                                       00001680
           WRITE REPORT-LINE FROM WS-RPT-HEADING                        00001690
           PERFORM PERF-CHECK-RPT-STATUS                                00001700
           MOVE SPACES TO REPORT-LINE                                   00001710
           WRITE REPORT-LINE                                            00001720
           PERFORM PERF-CHECK-RPT-STATUS                                00001730
           PERFORM PERF-READ-CARD                                       00001740
           IF SYSIN-EOF THEN                                            00001750
               DISPLAY 'FBREDRV NO RE-DRIVE CARDS SUPPLIED'             00001760
                   UPON CONSOLE                                         00001770
               MOVE 8 TO RETURN-CODE                                    00001780
               CLOSE REPORT-FILE                                        00001790
               STOP RUN                                                 00001800
           END-IF                                                       00001810
           PERFORM PERF-PROCESS-CARD UNTIL SYSIN-EOF                    00001820
           IF OVMT-IS-OPEN THEN                                         00001830
               CLOSE OVRD-DECK-FILE                                     00001840
           END-IF                                                       00001850
           IF PARM-IS-OPEN THEN                                         00001860
               CLOSE PARM-DECK-FILE                                     00001870
           END-IF                                                       00001880
           IF DMD-IS-OPEN THEN                                          00001890
               CLOSE DEMAND-FILE                                        00001900
           END-IF                                                       00001910
           IF WS-REDRIVEN-COUNT > 0 OR WS-WRITEOFF-COUNT > 0 THEN       00001920
               PERFORM PERF-REWRITE-SUSPENSE                            00001930
           END-IF                                                       00001940
           PERFORM PERF-PRINT-COUNTS                                    00001950
           CLOSE REPORT-FILE                                            00001960
           DISPLAY 'FBREDRV CARDS: ' WS-CARD-COUNT                      00001970
               ', RE-DRIVEN: ' WS-REDRIVEN-COUNT                        00001980
               ', WRITTEN OFF: ' WS-WRITEOFF-COUNT                      00001990
               ', REJECTED: ' WS-REJECTED-COUNT UPON CONSOLE            00002000
           IF WS-REJECTED-COUNT > 0 THEN                                00002010
               MOVE 4 TO RETURN-CODE                                    00002020
           END-IF                                                       00002030
           STOP RUN.                                                    00002040
       PERF-CHECK-RPT-STATUS.                                           00002050
           IF NOT RPT-OK THEN                                           00002060
               DISPLAY 'FBREDRV REPORT FILE WRITE ERROR, STATUS='       00002070
                   WS-RPT-STATUS UPON CONSOLE                           00002080
               MOVE 44 TO RETURN-CODE                                   00002090
               STOP RUN                                                 00002100
           END-IF.                                                      00002110
      *                                                                 00002120
      * THE WHOLE SUSPENSE FILE IS HELD IN THE TABLE SO IT CAN BE       00002130
      * REWRITTEN IN PLACE; ENTRY NUMBER N IS TABLE ENTRY N.            00002140
      *                                                                 00002150
       PERF-LOAD-SUSPENSE.                                              00002160
           MOVE 0 TO WS-SUS-COUNT                                       00002170
           OPEN INPUT SUSPENSE-FILE                                     00002180
           IF NOT SUS-OK AND NOT SUS-CREATED THEN                       00002190
               DISPLAY 'FBREDRV SUSPENSE FILE OPEN ERROR, STATUS='      00002200
                   WS-SUS-STATUS UPON CONSOLE                           00002210
               MOVE 32 TO RETURN-CODE                                   00002220
               STOP RUN                                                 00002230
           END-IF                                                       00002240
           PERFORM PERF-READ-SUSPENSE                                   00002250
           PERFORM PERF-STORE-SUSPENSE UNTIL SUS-EOF                    00002260
           CLOSE SUSPENSE-FILE.                                         00002270
       PERF-READ-SUSPENSE.                                              00002280
           READ SUSPENSE-FILE                                           00002290
               AT END CONTINUE                                          00002300
           END-READ                                                     00002310
           IF NOT SUS-OK AND NOT SUS-EOF THEN                           00002320
               DISPLAY 'FBREDRV SUSPENSE FILE READ ERROR, STATUS='      00002330
                   WS-SUS-STATUS UPON CONSOLE                           00002340
               MOVE 36 TO RETURN-CODE                                   00002350
               STOP RUN                                                 00002360
           END-IF.                                                      00002370
       PERF-STORE-SUSPENSE.                                             00002380
           IF WS-SUS-COUNT >= WS-SUS-LIMIT THEN                         00002390
               DISPLAY 'FBREDRV SUSPENSE TABLE FULL, LIMIT='            00002400
                   WS-SUS-LIMIT UPON CONSOLE                            00002410
               MOVE 48 TO RETURN-CODE                                   00002420
               STOP RUN                                                 00002430
           END-IF                                                       00002440
           ADD 1 TO WS-SUS-COUNT                                        00002450
           MOVE FB-SUSPENSE-RECORD TO WS-SUS-ENTRY (WS-SUS-COUNT)       00002460
           PERFORM PERF-READ-SUSPENSE.                                  00002470
       PERF-READ-CARD.                                                  00002480
           MOVE SPACES TO WS-RDV-CARD                                   00002490
           ACCEPT WS-RDV-CARD FROM SYSIN                                00002500
           IF WS-RDV-CARD = SPACES                                      00002510
               OR WS-RDV-CARD (1:2) = '/*' THEN                         00002520
               MOVE 'Y' TO WS-SYSIN-FLAG                                00002530
           END-IF.                                                      00002540
       PERF-PROCESS-CARD.                                               00002550
           ADD 1 TO WS-CARD-COUNT                                       00002560
           MOVE SPACES TO WS-REJECT-MSG                                 00002570
           MOVE SPACES TO WS-CUR-SUSPENSE-RECORD                        00002580
           MOVE SPACES TO WS-TARGET                                     00002590
           PERFORM PERF-VALIDATE-CARD                                   00002600
           IF WS-REJECT-MSG = SPACES THEN                               00002610
               IF RDV-REDRIVE THEN                                      00002620
                   PERFORM PERF-REDRIVE-ENTRY                           00002630
               ELSE                                                     00002640
                   PERFORM PERF-WRITE-OFF-ENTRY                         00002650
               END-IF                                                   00002660
           ELSE                                                         00002670
               ADD 1 TO WS-REJECTED-COUNT                               00002680
               MOVE 'REJECTED' TO WS-DSP-DISP                           00002690
               MOVE WS-REJECT-MSG TO WS-DSP-MSG                         00002700
               PERFORM PERF-PRINT-DISPOSITION                           00002710
           END-IF                                                       00002720
           PERFORM PERF-READ-CARD.                                      00002730
      *                                                                 00002740
      * THE ENTRY MUST BE ON THE FILE AND STILL OPEN.  FOR A RE-DRIVE   00002750
      * THE REASON MUST HAVE A TARGET AND THE IMAGE MUST PASS THE       00002760
      * TARGET'S OWN EDITS, SO NOTHING IS SENT BACK ONLY TO BE          00002770
      * REJECTED AGAIN.                                                 00002780
      *                                                                 00002790
       PERF-VALIDATE-CARD.                                              00002800
           IF WS-RDV-ENTRY-X IS NOT NUMERIC THEN                        00002810
               MOVE 'ENTRY NUMBER IS NOT ON THE SUSPENSE FILE'          00002820
                   TO WS-REJECT-MSG                                     00002830
           ELSE                                                         00002840
               IF WS-RDV-ENTRY = 0                                      00002850
                   OR WS-RDV-ENTRY > WS-SUS-COUNT THEN                  00002860
                   MOVE 'ENTRY NUMBER IS NOT ON THE SUSPENSE FILE'      00002870
                       TO WS-REJECT-MSG                                 00002880
               END-IF                                                   00002890
           END-IF                                                       00002900
           IF WS-REJECT-MSG = SPACES THEN                               00002910
               MOVE WS-RDV-ENTRY TO WS-SUS-IX                           00002920
               MOVE WS-SUS-ENTRY (WS-SUS-IX) TO WS-CUR-SUSPENSE-RECORD  00002930
               EVALUATE TRUE                                            00002940
                   WHEN NOT RDV-REDRIVE AND NOT RDV-WRITE-OFF           00002950
                       MOVE 'ACTION MUST BE R OR W' TO WS-REJECT-MSG    00002960
                   WHEN NOT WS-CUR-SUS-OPEN                             00002970
                       MOVE 'ENTRY IS ALREADY RESOLVED'                 00002980
                           TO WS-REJECT-MSG                             00002990
                   WHEN OTHER                                           00003000
                       PERFORM PERF-FIND-TARGET                         00003010
               END-EVALUATE                                             00003020
           END-IF                                                       00003030
           IF WS-REJECT-MSG = SPACES AND RDV-REDRIVE THEN               00003040
               IF WS-RDV-IMAGE = SPACES THEN                            00003050
                   MOVE WS-CUR-SUS-IMAGE TO WS-WORK-IMAGE               00003060
               ELSE                                                     00003070
                   MOVE WS-RDV-IMAGE TO WS-WORK-IMAGE                   00003080
               END-IF                                                   00003090
               EVALUATE TRUE                                            00003100
                   WHEN TARGET-OVRD-DECK                                00003110
                       PERFORM PERF-EDIT-OVERRIDE                       00003120
                   WHEN TARGET-PARM-DECK                                00003130
                       PERFORM PERF-EDIT-PARM                           00003140
                   WHEN TARGET-DEMAND                                   00003150
                       PERFORM PERF-EDIT-DEMAND                         00003160
                   WHEN OTHER                                           00003170
                       MOVE 'NO RE-DRIVE TARGET FOR THIS REASON'        00003180
                           TO WS-REJECT-MSG                             00003190
               END-EVALUATE                                             00003200
           END-IF.                                                      00003210
       PERF-FIND-TARGET.                                                00003220
           EVALUATE TRUE                                                00003230
               WHEN WS-CUR-SUS-PROGRAM = 'FIZZBUZZ'                     00003240
                   AND WS-CUR-SUS-BAD-OVERRIDE                          00003250
                   MOVE 'OVMTFILE' TO WS-TARGET                         00003260
               WHEN WS-CUR-SUS-PROGRAM = 'FIZZBUZZ'                     00003270
                   AND WS-CUR-SUS-REASON (1:1) = 'P'                    00003280
                   MOVE 'PARMFILE' TO WS-TARGET                         00003290
               WHEN WS-CUR-SUS-PROGRAM = 'FBLOAD'                       00003300
                   AND WS-CUR-SUS-NO-HEADER                             00003310
                   MOVE 'DMNDFILE' TO WS-TARGET                         00003320
               WHEN WS-CUR-SUS-PROGRAM = 'FBDEMAND'                     00003330
                   AND WS-CUR-SUS-BAD-DEMAND                            00003340
                   MOVE 'DMNDFILE' TO WS-TARGET                         00003350
               WHEN WS-CUR-SUS-PROGRAM = 'FBRESTOR'                     00003360
                   AND WS-CUR-SUS-BAD-BACKUP                            00003370
                   MOVE 'DMNDFILE' TO WS-TARGET                         00003380
               WHEN OTHER                                               00003390
                   MOVE SPACES TO WS-TARGET                             00003400
           END-EVALUATE.                                                00003410
       PERF-EDIT-OVERRIDE.                                              00003420
           IF WS-WRK-OVRD-SEQ IS NOT NUMERIC THEN                       00003430
               MOVE 'OVERRIDE SEQUENCE IS NOT NUMERIC'                  00003440
                   TO WS-REJECT-MSG                                     00003450
           ELSE                                                         00003460
               IF WS-WRK-OVRD-CLASS = SPACES THEN                       00003470
                   MOVE 'OVERRIDE CLASS IS BLANK' TO WS-REJECT-MSG      00003480
               END-IF                                                   00003490
           END-IF.                                                      00003500
       PERF-EDIT-PARM.                                                  00003510
           IF WS-WRK-PARM-START IS NOT NUMERIC                          00003520
               OR WS-WRK-PARM-END IS NOT NUMERIC THEN                   00003530
               MOVE 'RANGE START OR END IS NOT NUMERIC'                 00003540
                   TO WS-REJECT-MSG                                     00003550
           ELSE                                                         00003560
               IF WS-WRK-PARM-START > WS-WRK-PARM-END THEN              00003570
                   MOVE 'RANGE ENDS BEFORE IT STARTS' TO WS-REJECT-MSG  00003580
               END-IF                                                   00003590
           END-IF.                                                      00003600
       PERF-EDIT-DEMAND.                                                00003610
           IF WS-WRK-DMD-SEQ IS NOT NUMERIC THEN                        00003620
               MOVE 'SEQUENCE NUMBER IS NOT NUMERIC' TO WS-REJECT-MSG   00003630
           END-IF.                                                      00003640
       PERF-REDRIVE-ENTRY.                                              00003650
           EVALUATE TRUE                                                00003660
               WHEN TARGET-OVRD-DECK                                    00003670
                   PERFORM PERF-WRITE-OVRD-DECK                         00003680
               WHEN TARGET-PARM-DECK                                    00003690
                   PERFORM PERF-WRITE-PARM-DECK                         00003700
               WHEN TARGET-DEMAND                                       00003710
                   PERFORM PERF-WRITE-DEMAND                            00003720
           END-EVALUATE                                                 00003730
           ADD 1 TO WS-REDRIVEN-COUNT                                   00003740
           MOVE 'R' TO WS-CUR-SUS-STATUS                                00003750
           MOVE WS-TODAY TO WS-CUR-SUS-RESOLVED-DATE                    00003760
           MOVE WS-TARGET TO WS-CUR-SUS-TARGET                          00003770
           MOVE WS-CUR-SUSPENSE-RECORD TO WS-SUS-ENTRY (WS-SUS-IX)      00003780
           MOVE 'RE-DRIVEN' TO WS-DSP-DISP                              00003790
           MOVE SPACES TO WS-DSP-MSG                                    00003800
           STRING 'TO ' DELIMITED BY SIZE                               00003810
               WS-TARGET DELIMITED BY SIZE                              00003820
               INTO WS-DSP-MSG                                          00003830
           END-STRING                                                   00003840
           PERFORM PERF-PRINT-DISPOSITION                               00003850
           MOVE WS-WORK-IMAGE TO WS-SNT-IMAGE                           00003860
           WRITE REPORT-LINE FROM WS-SENT-LINE                          00003870
           PERFORM PERF-CHECK-RPT-STATUS.                               00003880
       PERF-WRITE-OFF-ENTRY.                                            00003890
           ADD 1 TO WS-WRITEOFF-COUNT                                   00003900
           MOVE 'W' TO WS-CUR-SUS-STATUS                                00003910
           MOVE WS-TODAY TO WS-CUR-SUS-RESOLVED-DATE                    00003920
           MOVE SPACES TO WS-CUR-SUS-TARGET                             00003930
           MOVE WS-CUR-SUSPENSE-RECORD TO WS-SUS-ENTRY (WS-SUS-IX)      00003940
           MOVE 'WRITTEN OFF' TO WS-DSP-DISP                            00003950
           MOVE WS-CUR-SUS-REASON-TEXT TO WS-DSP-MSG                    00003960
           PERFORM PERF-PRINT-DISPOSITION.                              00003970
       PERF-PRINT-DISPOSITION.                                          00003980
           MOVE WS-RDV-ENTRY-X TO WS-DSP-ENTRY                          00003990
           MOVE WS-RDV-ACTION TO WS-DSP-ACTION                          00004000
           MOVE WS-CUR-SUS-PROGRAM TO WS-DSP-PROGRAM                    00004010
           MOVE WS-CUR-SUS-REASON TO WS-DSP-REASON                      00004020
           WRITE REPORT-LINE FROM WS-DISP-LINE                          00004030
           PERFORM PERF-CHECK-RPT-STATUS.                               00004040
      *                                                                 00004050
      * THE TARGET FILES ARE ONLY EXTENDED, AND ONLY OPENED WHEN A      00004060
      * CARD IS ACTUALLY SENT TO THEM.                                  00004070
      *                                                                 00004080
       PERF-WRITE-OVRD-DECK.                                            00004090
           IF NOT OVMT-IS-OPEN THEN                                     00004100
               OPEN EXTEND OVRD-DECK-FILE                               00004110
               IF NOT OVMT-OK AND NOT OVMT-CREATED THEN                 00004120
                   DISPLAY 'FBREDRV OVERRIDE DECK OPEN ERROR, STATUS='  00004130
                       WS-OVMT-STATUS UPON CONSOLE                      00004140
                   MOVE 52 TO RETURN-CODE                               00004150
                   STOP RUN                                             00004160
               END-IF                                                   00004170
               MOVE 'Y' TO WS-OVMT-OPEN-FLAG                            00004180
           END-IF                                                       00004190
           MOVE SPACES TO WS-OVMT-CARD                                  00004200
           MOVE 'ADD' TO WS-OVMT-ACTION                                 00004210
           MOVE WS-WRK-OVRD-SEQ TO WS-OVMT-SEQ                          00004220
           MOVE WS-WRK-OVRD-CLASS TO WS-OVMT-CLASS                      00004230
           WRITE OVRD-DECK-RECORD FROM WS-OVMT-CARD                     00004240
           IF NOT OVMT-OK THEN                                          00004250
               DISPLAY 'FBREDRV OVERRIDE DECK WRITE ERROR, STATUS='     00004260
                   WS-OVMT-STATUS UPON CONSOLE                          00004270
               MOVE 56 TO RETURN-CODE                                   00004280
               STOP RUN                                                 00004290
           END-IF                                                       00004300
           MOVE WS-OVMT-CARD TO WS-WORK-IMAGE                           00004310
           ADD 1 TO WS-OVMT-COUNT.                                      00004320
       PERF-WRITE-PARM-DECK.                                            00004330
           IF NOT PARM-IS-OPEN THEN                                     00004340
               OPEN EXTEND PARM-DECK-FILE                               00004350
               IF NOT PARM-OK AND NOT PARM-CREATED THEN                 00004360
                   DISPLAY 'FBREDRV PARAMETER DECK OPEN ERROR, STATUS=' 00004370
                       WS-PARM-STATUS UPON CONSOLE                      00004380
                   MOVE 60 TO RETURN-CODE                               00004390
                   STOP RUN                                             00004400
               END-IF                                                   00004410
               MOVE 'Y' TO WS-PARM-OPEN-FLAG                            00004420
           END-IF                                                       00004430
           WRITE PARM-DECK-RECORD FROM WS-WORK-IMAGE                    00004440
           IF NOT PARM-OK THEN                                          00004450
               DISPLAY 'FBREDRV PARAMETER DECK WRITE ERROR, STATUS='    00004460
                   WS-PARM-STATUS UPON CONSOLE                          00004470
               MOVE 64 TO RETURN-CODE                                   00004480
               STOP RUN                                                 00004490
           END-IF                                                       00004500
           ADD 1 TO WS-PARM-COUNT.                                      00004510
       PERF-WRITE-DEMAND.                                               00004520
           IF NOT DMD-IS-OPEN THEN                                      00004530
               OPEN EXTEND DEMAND-FILE                                  00004540
               IF NOT DMD-OK AND NOT DMD-CREATED THEN                   00004550
                   DISPLAY 'FBREDRV DEMAND FILE OPEN ERROR, STATUS='    00004560
                       WS-DMD-STATUS UPON CONSOLE                       00004570
                   MOVE 68 TO RETURN-CODE                               00004580
                   STOP RUN                                             00004590
               END-IF                                                   00004600
               MOVE 'Y' TO WS-DMD-OPEN-FLAG                             00004610
           END-IF                                                       00004620
           MOVE WS-WRK-DMD-SEQ TO FB-DMD-SEQ-NO                         00004630
           WRITE FB-DEMAND-RECORD                                       00004640
           IF NOT DMD-OK THEN                                           00004650
               DISPLAY 'FBREDRV DEMAND FILE WRITE ERROR, STATUS='       00004660
                   WS-DMD-STATUS UPON CONSOLE                           00004670
               MOVE 72 TO RETURN-CODE                                   00004680
               STOP RUN                                                 00004690
           END-IF                                                       00004700
           MOVE FB-DEMAND-RECORD TO WS-WORK-IMAGE                       00004710
           ADD 1 TO WS-DMD-COUNT.                                       00004720
       PERF-REWRITE-SUSPENSE.                                           00004730
           OPEN OUTPUT SUSPENSE-FILE                                    00004740
           IF NOT SUS-OK THEN                                           00004750
               DISPLAY 'FBREDRV SUSPENSE FILE OPEN ERROR, STATUS='      00004760
                   WS-SUS-STATUS UPON CONSOLE                           00004770
               MOVE 76 TO RETURN-CODE                                   00004780
               STOP RUN                                                 00004790
           END-IF                                                       00004800
           PERFORM PERF-WRITE-SUSPENSE                                  00004810
               VARYING WS-SUS-IX FROM 1 BY 1                            00004820
               UNTIL WS-SUS-IX > WS-SUS-COUNT                           00004830
           CLOSE SUSPENSE-FILE.                                         00004840
       PERF-WRITE-SUSPENSE.                                             00004850
           MOVE WS-SUS-ENTRY (WS-SUS-IX) TO FB-SUSPENSE-RECORD          00004860
           WRITE FB-SUSPENSE-RECORD                                     00004870
           IF NOT SUS-OK THEN                                           00004880
               DISPLAY 'FBREDRV SUSPENSE FILE WRITE ERROR, STATUS='     00004890
                   WS-SUS-STATUS UPON CONSOLE                           00004900
               MOVE 80 TO RETURN-CODE                                   00004910
               STOP RUN                                                 00004920
           END-IF.                                                      00004930
       PERF-PRINT-COUNTS.                                               00004940
           MOVE SPACES TO REPORT-LINE                                   00004950
           WRITE REPORT-LINE                                            00004960
           PERFORM PERF-CHECK-RPT-STATUS                                00004970
           MOVE 'CARDS READ' TO WS-CNT-LABEL                            00004980
           MOVE WS-CARD-COUNT TO WS-CNT-VALUE                           00004990
           WRITE REPORT-LINE FROM WS-COUNT-LINE                         00005000
           PERFORM PERF-CHECK-RPT-STATUS                                00005010
           MOVE 'RE-DRIVEN' TO WS-CNT-LABEL                             00005020
           MOVE WS-REDRIVEN-COUNT TO WS-CNT-VALUE                       00005030
           WRITE REPORT-LINE FROM WS-COUNT-LINE                         00005040
           PERFORM PERF-CHECK-RPT-STATUS                                00005050
           MOVE '  TO OVMTFILE' TO WS-CNT-LABEL                         00005060
           MOVE WS-OVMT-COUNT TO WS-CNT-VALUE                           00005070
           WRITE REPORT-LINE FROM WS-COUNT-LINE                         00005080
           PERFORM PERF-CHECK-RPT-STATUS                                00005090
           MOVE '  TO PARMFILE' TO WS-CNT-LABEL                         00005100
           MOVE WS-PARM-COUNT TO WS-CNT-VALUE                           00005110
           WRITE REPORT-LINE FROM WS-COUNT-LINE                         00005120
           PERFORM PERF-CHECK-RPT-STATUS                                00005130
           MOVE '  TO DMNDFILE' TO WS-CNT-LABEL                         00005140
           MOVE WS-DMD-COUNT TO WS-CNT-VALUE                            00005150
           WRITE REPORT-LINE FROM WS-COUNT-LINE                         00005160
           PERFORM PERF-CHECK-RPT-STATUS                                00005170
           MOVE 'WRITTEN OFF' TO WS-CNT-LABEL                           00005180
           MOVE WS-WRITEOFF-COUNT TO WS-CNT-VALUE                       00005190
           WRITE REPORT-LINE FROM WS-COUNT-LINE                         00005200
           PERFORM PERF-CHECK-RPT-STATUS                                00005210
           MOVE 'REJECTED' TO WS-CNT-LABEL                              00005220
           MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE                       00005230
           WRITE REPORT-LINE FROM WS-COUNT-LINE                         00005240
           PERFORM PERF-CHECK-RPT-STATUS.                               00005250
