      *                                                                 00000010
      * FBOEACK - ORDER-ENTRY ACKNOWLEDGMENT RECONCILIATION             00000020
      * MATCHES THE ACKNOWLEDGMENT FILE RETURNED BY THE ORDER-ENTRY     00000030
      * SYSTEM TO THE TRANSMISSIONS FBOEFEED LOGGED AS SENT AND NOT     00000040
      * YET RECONCILED, AND REPORTS EVERY ONE OF THEM AS ACKNOWLEDGED,  00000050
      * REJECTED, ACKNOWLEDGED WITH A COUNT OR HASH TOTAL DIFFERENT     00000060
      * FROM WHAT WAS SENT, OR NOT ACKNOWLEDGED AT ALL.  AN OUTCOME     00000070
      * EVENT IS APPENDED TO THE TRANSMISSION LOG FOR EACH.             00000080
      * WHEN THE LATEST TRANSMISSION IS CLEANLY ACKNOWLEDGED, THE       00000090
      * MASTER IMAGE FBOEFEED WROTE WITH IT BECOMES THE NEW BASELINE,   00000100
      * AND ANY EARLIER FAILURE IS COVERED BY IT.  OTHERWISE A          00000110
      * RESEND-QUEUED EVENT IS LOGGED FOR EVERY FAILED TRANSMISSION;    00000120
      * THE BASELINE IS LEFT WHERE IT WAS, SO THE NEXT NIGHT'S          00000130
      * TRANSMISSION CARRIES EVERYTHING SINCE THE LAST GOOD ONE AND     00000140
      * NAMES THE TRANSMISSION IT RESENDS.  ACKNOWLEDGMENTS FOR         00000150
      * TRANSMISSIONS NOT AWAITING ONE ARE LISTED AS EXCEPTIONS.        00000160
      * ANY FAILURE OR EXCEPTION ENDS WITH RETURN CODE 4.               00000170
      * AUSTIN BITTINGER - 2026/10/15                                   00000180
      *                                                                 00000190
       IDENTIFICATION DIVISION.                                         00000200
       PROGRAM-ID. FBOEACK.                                             00000210
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
           SELECT OPTIONAL XMIT-LOG-FILE ASSIGN TO "XLOGFILE"           00000260
               ORGANIZATION IS LINE SEQUENTIAL                          00000270
               FILE STATUS IS WS-XLG-STATUS.                            00000280
           SELECT OPTIONAL ACK-FILE ASSIGN TO "ACKFILE"                 00000290
               ORGANIZATION IS LINE SEQUENTIAL                          00000300
               FILE STATUS IS WS-ACK-STATUS.                            00000310
           SELECT IMAGE-FILE ASSIGN TO "XIMGFILE"                       00000320
               ORGANIZATION IS LINE SEQUENTIAL                          00000330
               FILE STATUS IS WS-IMG-STATUS.                            00000340
           SELECT BASE-FILE ASSIGN TO "XBASFILE"                        00000350
               ORGANIZATION IS LINE SEQUENTIAL                          00000360
               FILE STATUS IS WS-BAS-STATUS.                            00000370
           SELECT ACK-REPORT-FILE ASSIGN TO "ACKRFILE"                  00000380
               ORGANIZATION IS LINE SEQUENTIAL                          00000390
               FILE STATUS IS WS-RPT-STATUS.                            00000400
       DATA DIVISION.                                                   00000410
       FILE SECTION.                                                    00000420
       FD  XMIT-LOG-FILE                                                00000430
           LABEL RECORDS ARE STANDARD.                                  00000440
           COPY FBXLOG.                                                 00000450
       FD  ACK-FILE                                                     00000460
           LABEL RECORDS ARE STANDARD.                                  00000470
           COPY FBXACK.                                                 00000480
       FD  IMAGE-FILE                                                   00000490
           LABEL RECORDS ARE STANDARD.                                  00000500
           COPY FBMSTR REPLACING LEADING ==FB-== BY ==IMG-==.           00000510
       FD  BASE-FILE                                                    00000520
           LABEL RECORDS ARE STANDARD.                                  00000530
           COPY FBMSTR REPLACING LEADING ==FB-== BY ==BAS-==.           00000540
       FD  ACK-REPORT-FILE                                              00000550
           LABEL RECORDS ARE STANDARD.                                  00000560
       01  ACK-REPORT-LINE PIC X(80).                                   00000570
       WORKING-STORAGE SECTION.                                         00000580
       01  WS-XLG-STATUS PIC XX.                                        00000590
            88 XLG-OK VALUE '00'.                                       00000600
            88 XLG-CREATED VALUE '05'.                                  00000610
            88 XLG-EOF VALUE '10'.                                      00000620
       01  WS-ACK-STATUS PIC XX.                                        00000630
            88 ACK-OK VALUE '00'.                                       00000640
            88 ACK-CREATED VALUE '05'.                                  00000650
            88 ACK-EOF VALUE '10'.                                      00000660
       01  WS-IMG-STATUS PIC XX.                                        00000670
            88 IMG-OK VALUE '00'.                                       00000680
            88 IMG-EOF VALUE '10'.                                      00000690
       01  WS-BAS-STATUS PIC XX.                                        00000700
            88 BAS-OK VALUE '00'.                                       00000710
       01  WS-RPT-STATUS PIC XX.                                        00000720
            88 RPT-OK VALUE '00'.                                       00000730
       01  WS-EVENT-DATE PIC 9(8) VALUE 0.                              00000740
       01  WS-LAST-TX PIC 9(7) VALUE 0.                                 00000750
      *                                                                 00000760
      * ONE ENTRY FOR EVERY TRANSMISSION SENT AND NOT YET GIVEN AN      00000770
      * OUTCOME ON THE LOG.  THE OUTCOME IS SET AS ACKNOWLEDGMENTS      00000780
      * ARE MATCHED; BLANK MEANS STILL AWAITING ONE.                    00000790
      *                                                                 00000800
       01  WS-TX-COUNT PIC 9(4) VALUE 0.                                00000810
       01  WS-TX-LIMIT PIC 9(4) VALUE 100.                              00000820
       01  WS-TX-IX PIC 9(4) VALUE 0.                                   00000830
       01  WS-TX-POS PIC 9(4) VALUE 0.                                  00000840
       01  WS-SHIFT-IX PIC 9(4) VALUE 0.                                00000850
       01  WS-NEXT-IX PIC 9(4) VALUE 0.                                 00000860
       01  WS-TX-FOUND-FLAG PIC X VALUE 'N'.                            00000870
            88 TX-FOUND VALUE 'Y'.                                      00000880
       01  WS-TX-TABLE.                                                 00000890
            05 WS-TX-ENTRY OCCURS 100 TIMES.                            00000900
                10 WS-TX-SEQ PIC 9(7).                                  00000910
                10 WS-TX-TYPE PIC X.                                    00000920
                10 WS-TX-SENT-DATE PIC 9(8).                            00000930
                10 WS-TX-REC-COUNT PIC 9(7).                            00000940
                10 WS-TX-HASH-TOTAL PIC 9(15).                          00000950
                10 WS-TX-ACK-COUNT PIC 9(7).                            00000960
                10 WS-TX-ACK-HASH PIC 9(15).                            00000970
                10 WS-TX-OUTCOME PIC X.                                 00000980
                    88 TX-AWAITING VALUE SPACE.                         00000990
                    88 TX-ACCEPTED VALUE 'A'.                           00001000
                    88 TX-FAILED VALUE 'R' 'M' 'U'.                     00001010
                10 WS-TX-REASON PIC X(40).                              00001020
       01  WS-SEARCH-SEQ PIC 9(7) VALUE 0.                              00001030
       01  WS-LATEST-OK-FLAG PIC X VALUE 'N'.                           00001040
            88 LATEST-ACCEPTED VALUE 'Y'.                               00001050
       01  WS-ACK-READ PIC 9(7) VALUE 0.                                00001060
       01  WS-ACCEPTED-COUNT PIC 9(7) VALUE 0.                          00001070
       01  WS-REJECTED-COUNT PIC 9(7) VALUE 0.                          00001080
       01  WS-DIFFER-COUNT PIC 9(7) VALUE 0.                            00001090
       01  WS-UNACKED-COUNT PIC 9(7) VALUE 0.                           00001100
       01  WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.                         00001110
       01  WS-RESEND-COUNT PIC 9(7) VALUE 0.                            00001120
       01  WS-PROMOTED-COUNT PIC 9(7) VALUE 0.                          00001130
       01  WS-RPT-HEADING PIC X(80)                                     00001140
               VALUE 'ORDER-ENTRY ACKNOWLEDGMENT RECONCILIATION'.       00001150
       01  WS-TX-LINE.                                                  00001160
            05 FILLER PIC X(13) VALUE 'TRANSMISSION '.                  00001170
            05 WS-TXL-SEQ PIC ZZZZZZ9.                                  00001180
            05 FILLER PIC X(2) VALUE SPACES.                            00001190
            05 FILLER PIC X(5) VALUE 'SENT '.                           00001200
            05 WS-TXL-DATE PIC 9(8).                                    00001210
            05 FILLER PIC X(2) VALUE SPACES.                            00001220
            05 WS-TXL-TYPE PIC X(6).                                    00001230
            05 FILLER PIC X(2) VALUE SPACES.                            00001240
            05 WS-TXL-OUTCOME PIC X(28).                                00001250
            05 FILLER PIC X(7) VALUE SPACES.                            00001260
       01  WS-TOT-LINE.                                                 00001270
            05 FILLER PIC X(5) VALUE SPACES.                            00001280
            05 WS-TOT-LABEL PIC X(14).                                  00001290
            05 FILLER PIC X(8) VALUE 'RECORDS '.                        00001300
            05 WS-TOT-COUNT PIC ZZZ,ZZZ,ZZ9.                            00001310
            05 FILLER PIC X(2) VALUE SPACES.                            00001320
            05 FILLER PIC X(5) VALUE 'HASH '.                           00001330
            05 WS-TOT-HASH PIC ZZZZZZZZZZZZZZ9.                         00001340
            05 FILLER PIC X(20) VALUE SPACES.                           00001350
       01  WS-NOTE-LINE.                                                00001360
            05 FILLER PIC X(5) VALUE SPACES.                            00001370
            05 WS-NTE-TEXT PIC X(75).                                   00001380
       01  WS-REASON-LINE.                                              00001390
            05 FILLER PIC X(5) VALUE SPACES.                            00001400
            05 FILLER PIC X(14) VALUE 'REASON GIVEN: '.                 00001410
            05 WS-RSN-TEXT PIC X(40).                                   00001420
            05 FILLER PIC X(21) VALUE SPACES.                           00001430
       01  WS-MSG-LINE.                                                 00001440
            05 FILLER PIC X(15) VALUE 'ACKNOWLEDGMENT '.                00001450
            05 WS-MSG-SEQ PIC X(7).                                     00001460
            05 FILLER PIC X(2) VALUE SPACES.                            00001470
            05 WS-MSG-TEXT PIC X(44).                                   00001480
            05 FILLER PIC X(12) VALUE SPACES.                           00001490
       01  WS-SUMMARY-LINE.                                             00001500
            05 FILLER PIC X(5) VALUE SPACES.                            00001510
            05 WS-SUM-LABEL PIC X(30).                                  00001520
            05 WS-SUM-COUNT PIC ZZZ,ZZZ,ZZ9.                            00001530
            05 FILLER PIC X(34) VALUE SPACES.                           00001540
       PROCEDURE DIVISION.                                              00001550
       0000-MAIN.                                                       00001560
           ACCEPT WS-EVENT-DATE FROM DATE YYYYMMDD                      00001570
           PERFORM PERF-LOAD-LOG                                        00001580
           OPEN OUTPUT ACK-REPORT-FILE                                  00001590
           IF NOT RPT-OK THEN                                           00001600
               DISPLAY 'FBOEACK REPORT FILE OPEN ERROR, STATUS='        00001610
                   WS-RPT-STATUS UPON CONSOLE                           00001620
               MOVE 52 TO RETURN-CODE                                   00001630
               STOP RUN                                                 00001640
           END-IF                                                       00001650
           WRITE ACK-REPORT-LINE FROM WS-RPT-HEADING                    00001660
           PERFORM PERF-CHECK-RPT-STATUS                                00001670
           MOVE SPACES TO ACK-REPORT-LINE                               00001680
           WRITE ACK-REPORT-LINE                                        00001690
           PERFORM PERF-CHECK-RPT-STATUS                                00001700
           OPEN INPUT ACK-FILE                                          00001710
           IF NOT ACK-OK AND NOT ACK-CREATED THEN                       00001720
               DISPLAY 'FBOEACK ACKNOWLEDGMENT FILE OPEN ERROR, STATUS='00001730
                   WS-ACK-STATUS UPON CONSOLE                           00001740
               MOVE 40 TO RETURN-CODE                                   00001750
               STOP RUN                                                 00001760
           END-IF                                                       00001770
           PERFORM PERF-READ-ACK                                        00001780
           PERFORM PERF-MATCH-ACK UNTIL ACK-EOF                         00001790
           CLOSE ACK-FILE                                               00001800
           IF WS-TX-COUNT > 0 THEN                                      00001810
               PERFORM PERF-SET-UNACKED                                 00001820
                   VARYING WS-TX-IX FROM 1 BY 1                         00001830
                   UNTIL WS-TX-IX > WS-TX-COUNT                         00001840
               PERFORM PERF-CHECK-LATEST                                00001850
                   VARYING WS-TX-IX FROM 1 BY 1                         00001860
                   UNTIL WS-TX-IX > WS-TX-COUNT                         00001870
               PERFORM PERF-LOG-OUTCOMES                                00001880
               PERFORM PERF-PRINT-TX                                    00001890
                   VARYING WS-TX-IX FROM 1 BY 1                         00001900
                   UNTIL WS-TX-IX > WS-TX-COUNT                         00001910
               IF LATEST-ACCEPTED THEN                                  00001920
                   PERFORM PERF-PROMOTE-IMAGE                           00001930
               END-IF                                                   00001940
           ELSE                                                         00001950
               MOVE 'NO TRANSMISSIONS AWAITING ACKNOWLEDGMENT'          00001960
                   TO ACK-REPORT-LINE                                   00001970
               WRITE ACK-REPORT-LINE                                    00001980
               PERFORM PERF-CHECK-RPT-STATUS                            00001990
           END-IF                                                       00002000
           PERFORM PERF-PRINT-SUMMARY                                   00002010
           CLOSE ACK-REPORT-FILE                                        00002020
           DISPLAY 'FBOEACK ACCEPTED: ' WS-ACCEPTED-COUNT               00002030
               ', REJECTED: ' WS-REJECTED-COUNT                         00002040
               ', TOTALS DIFFER: ' WS-DIFFER-COUNT                      00002050
               ', NOT ACKNOWLEDGED: ' WS-UNACKED-COUNT UPON CONSOLE     00002060
           DISPLAY 'FBOEACK EXCEPTIONS: ' WS-EXCEPTION-COUNT            00002070
               ', RESENDS QUEUED: ' WS-RESEND-COUNT                     00002080
               ', BASELINE RECORDS: ' WS-PROMOTED-COUNT UPON CONSOLE    00002090
           IF WS-REJECTED-COUNT > 0 OR WS-DIFFER-COUNT > 0              00002100
               OR WS-UNACKED-COUNT > 0 OR WS-EXCEPTION-COUNT > 0 THEN   00002110
               MOVE 4 TO RETURN-CODE                                    00002120
           END-IF                                                       00002130
           STOP RUN.                                                    00002140
       PERF-CHECK-RPT-STATUS.                                           00002150
           IF NOT RPT-OK THEN                                           00002160
               DISPLAY 'FBOEACK REPORT FILE WRITE ERROR, STATUS='       00002170
                   WS-RPT-STATUS UPON CONSOLE                           00002180
               MOVE 56 TO RETURN-CODE                                   00002190
               STOP RUN                                                 00002200
           END-IF.                                                      00002210
      *                                                                 00002220
      * EVERY SENT EVENT ADDS A TRANSMISSION TO THE TABLE AND EVERY     00002230
      * OUTCOME EVENT LOGGED BY AN EARLIER RUN TAKES ITS TRANSMISSION   00002240
      * OUT AGAIN, LEAVING ONLY THOSE STILL AWAITING AN OUTCOME.        00002250
      *                                                                 00002260
       PERF-LOAD-LOG.                                                   00002270
           OPEN INPUT XMIT-LOG-FILE                                     00002280
           IF NOT XLG-OK AND NOT XLG-CREATED THEN                       00002290
               DISPLAY 'FBOEACK TRANSMISSION LOG OPEN ERROR, STATUS='   00002300
                   WS-XLG-STATUS UPON CONSOLE                           00002310
               MOVE 32 TO RETURN-CODE                                   00002320
               STOP RUN                                                 00002330
           END-IF                                                       00002340
           PERFORM PERF-READ-LOG                                        00002350
           PERFORM PERF-STORE-LOG-REC UNTIL XLG-EOF                     00002360
           CLOSE XMIT-LOG-FILE.                                         00002370
       PERF-READ-LOG.                                                   00002380
           READ XMIT-LOG-FILE                                           00002390
               AT END CONTINUE                                          00002400
           END-READ                                                     00002410
           IF NOT XLG-OK AND NOT XLG-EOF THEN                           00002420
               DISPLAY 'FBOEACK TRANSMISSION LOG READ ERROR, STATUS='   00002430
                   WS-XLG-STATUS UPON CONSOLE                           00002440
               MOVE 36 TO RETURN-CODE                                   00002450
               STOP RUN                                                 00002460
           END-IF.                                                      00002470
       PERF-STORE-LOG-REC.                                              00002480
           IF FB-XLG-TX-SEQ IS NUMERIC THEN                             00002490
               EVALUATE TRUE                                            00002500
                   WHEN FB-XLG-SENT                                     00002510
                       PERFORM PERF-ADD-TX                              00002520
                   WHEN FB-XLG-OUTCOME                                  00002530
                       MOVE FB-XLG-TX-SEQ TO WS-SEARCH-SEQ              00002540
                       PERFORM PERF-FIND-TX                             00002550
                       IF TX-FOUND THEN                                 00002560
                           PERFORM PERF-REMOVE-TX                       00002570
                       END-IF                                           00002580
               END-EVALUATE                                             00002590
           END-IF                                                       00002600
           PERFORM PERF-READ-LOG.                                       00002610
       PERF-ADD-TX.                                                     00002620
           IF WS-TX-COUNT >= WS-TX-LIMIT THEN                           00002630
               DISPLAY 'FBOEACK TRANSMISSION TABLE FULL, LIMIT='        00002640
                   WS-TX-LIMIT UPON CONSOLE                             00002650
               MOVE 48 TO RETURN-CODE                                   00002660
               STOP RUN                                                 00002670
           END-IF                                                       00002680
           ADD 1 TO WS-TX-COUNT                                         00002690
           MOVE FB-XLG-TX-SEQ TO WS-TX-SEQ (WS-TX-COUNT)                00002700
           MOVE FB-XLG-TX-TYPE TO WS-TX-TYPE (WS-TX-COUNT)              00002710
           MOVE FB-XLG-EVENT-DATE TO WS-TX-SENT-DATE (WS-TX-COUNT)      00002720
           MOVE FB-XLG-REC-COUNT TO WS-TX-REC-COUNT (WS-TX-COUNT)       00002730
           MOVE FB-XLG-HASH-TOTAL TO WS-TX-HASH-TOTAL (WS-TX-COUNT)     00002740
           MOVE 0 TO WS-TX-ACK-COUNT (WS-TX-COUNT)                      00002750
           MOVE 0 TO WS-TX-ACK-HASH (WS-TX-COUNT)                       00002760
           MOVE SPACE TO WS-TX-OUTCOME (WS-TX-COUNT)                    00002770
           MOVE SPACES TO WS-TX-REASON (WS-TX-COUNT)                    00002780
           MOVE FB-XLG-TX-SEQ TO WS-LAST-TX.                            00002790
      *                                                                 00002800
      * FINDS THE TRANSMISSION IN WS-SEARCH-SEQ AMONG THOSE STILL       00002810
      * AWAITING AN OUTCOME, LEAVING ITS ENTRY NUMBER IN WS-TX-POS.     00002820
      *                                                                 00002830
       PERF-FIND-TX.                                                    00002840
           MOVE 'N' TO WS-TX-FOUND-FLAG                                 00002850
           MOVE 0 TO WS-TX-POS                                          00002860
           IF WS-TX-COUNT > 0 THEN                                      00002870
               PERFORM PERF-SCAN-TX                                     00002880
                   VARYING WS-TX-IX FROM 1 BY 1                         00002890
                   UNTIL WS-TX-IX > WS-TX-COUNT OR TX-FOUND             00002900
           END-IF.                                                      00002910
       PERF-SCAN-TX.                                                    00002920
           IF WS-TX-SEQ (WS-TX-IX) = WS-SEARCH-SEQ                      00002930
               AND TX-AWAITING (WS-TX-IX) THEN                          00002940
               MOVE WS-TX-IX TO WS-TX-POS                               00002950
               MOVE 'Y' TO WS-TX-FOUND-FLAG                             00002960
           END-IF.                                                      00002970
       PERF-REMOVE-TX.                                                  00002980
           PERFORM PERF-SHIFT-TX                                        00002990
               VARYING WS-SHIFT-IX FROM WS-TX-POS BY 1                  00003000
               UNTIL WS-SHIFT-IX >= WS-TX-COUNT                         00003010
           SUBTRACT 1 FROM WS-TX-COUNT.                                 00003020
       PERF-SHIFT-TX.                                                   00003030
           COMPUTE WS-NEXT-IX = WS-SHIFT-IX + 1                         00003040
           MOVE WS-TX-ENTRY (WS-NEXT-IX) TO WS-TX-ENTRY (WS-SHIFT-IX).  00003050
       PERF-READ-ACK.                                                   00003060
           READ ACK-FILE                                                00003070
               AT END CONTINUE                                          00003080
           END-READ                                                     00003090
           IF NOT ACK-OK AND NOT ACK-EOF THEN                           00003100
               DISPLAY 'FBOEACK ACKNOWLEDGMENT FILE READ ERROR, STATUS='00003110
                   WS-ACK-STATUS UPON CONSOLE                           00003120
               MOVE 44 TO RETURN-CODE                                   00003130
               STOP RUN                                                 00003140
           END-IF.                                                      00003150
       PERF-MATCH-ACK.                                                  00003160
           ADD 1 TO WS-ACK-READ                                         00003170
           IF FB-ACK-TX-SEQ IS NOT NUMERIC                              00003180
               OR FB-ACK-REC-COUNT IS NOT NUMERIC                       00003190
               OR FB-ACK-HASH-TOTAL IS NOT NUMERIC                      00003200
               OR (NOT FB-ACK-ACCEPTED AND NOT FB-ACK-REJECTED) THEN    00003210
               MOVE 'ACKNOWLEDGMENT RECORD IS INVALID' TO WS-MSG-TEXT   00003220
               PERFORM PERF-ACK-EXCEPTION                               00003230
           ELSE                                                         00003240
               MOVE FB-ACK-TX-SEQ TO WS-SEARCH-SEQ                      00003250
               PERFORM PERF-FIND-TX                                     00003260
               IF NOT TX-FOUND THEN                                     00003270
                   MOVE 'NO TRANSMISSION AWAITS THIS ACKNOWLEDGMENT'    00003280
                       TO WS-MSG-TEXT                                   00003290
                   PERFORM PERF-ACK-EXCEPTION                           00003300
               ELSE                                                     00003310
                   PERFORM PERF-SET-OUTCOME                             00003320
               END-IF                                                   00003330
           END-IF                                                       00003340
           PERFORM PERF-READ-ACK.                                       00003350
       PERF-ACK-EXCEPTION.                                              00003360
           ADD 1 TO WS-EXCEPTION-COUNT                                  00003370
           MOVE FB-XMIT-ACK TO WS-MSG-SEQ                               00003380
           WRITE ACK-REPORT-LINE FROM WS-MSG-LINE                       00003390
           PERFORM PERF-CHECK-RPT-STATUS.                               00003400
       PERF-SET-OUTCOME.                                                00003410
           MOVE FB-ACK-REC-COUNT TO WS-TX-ACK-COUNT (WS-TX-POS)         00003420
           MOVE FB-ACK-HASH-TOTAL TO WS-TX-ACK-HASH (WS-TX-POS)         00003430
           MOVE FB-ACK-REASON TO WS-TX-REASON (WS-TX-POS)               00003440
           EVALUATE TRUE                                                00003450
               WHEN FB-ACK-REJECTED                                     00003460
                   MOVE 'R' TO WS-TX-OUTCOME (WS-TX-POS)                00003470
                   ADD 1 TO WS-REJECTED-COUNT                           00003480
               WHEN FB-ACK-REC-COUNT NOT = WS-TX-REC-COUNT (WS-TX-POS)  00003490
               OR FB-ACK-HASH-TOTAL NOT = WS-TX-HASH-TOTAL (WS-TX-POS)  00003500
                   MOVE 'M' TO WS-TX-OUTCOME (WS-TX-POS)                00003510
                   ADD 1 TO WS-DIFFER-COUNT                             00003520
               WHEN OTHER                                               00003530
                   MOVE 'A' TO WS-TX-OUTCOME (WS-TX-POS)                00003540
                   ADD 1 TO WS-ACCEPTED-COUNT                           00003550
           END-EVALUATE.                                                00003560
       PERF-SET-UNACKED.                                                00003570
           IF TX-AWAITING (WS-TX-IX) THEN                               00003580
               MOVE 'U' TO WS-TX-OUTCOME (WS-TX-IX)                     00003590
               ADD 1 TO WS-UNACKED-COUNT                                00003600
           END-IF.                                                      00003610
       PERF-CHECK-LATEST.                                               00003620
           IF WS-TX-SEQ (WS-TX-IX) = WS-LAST-TX                         00003630
               AND TX-ACCEPTED (WS-TX-IX) THEN                          00003640
               MOVE 'Y' TO WS-LATEST-OK-FLAG                            00003650
           END-IF.                                                      00003660
      *                                                                 00003670
      * ONE OUTCOME EVENT PER TRANSMISSION, THEN THE RESEND QUEUE.  A   00003680
      * FAILED TRANSMISSION NEEDS NO RESEND WHEN THE LATEST ONE WAS     00003690
      * ACCEPTED, SINCE THAT ONE CARRIED EVERYTHING SINCE THE BASELINE. 00003700
      *                                                                 00003710
       PERF-LOG-OUTCOMES.                                               00003720
           OPEN EXTEND XMIT-LOG-FILE                                    00003730
           IF NOT XLG-OK AND NOT XLG-CREATED THEN                       00003740
               DISPLAY 'FBOEACK TRANSMISSION LOG OPEN ERROR, STATUS='   00003750
                   WS-XLG-STATUS UPON CONSOLE                           00003760
               MOVE 60 TO RETURN-CODE                                   00003770
               STOP RUN                                                 00003780
           END-IF                                                       00003790
           PERFORM PERF-LOG-OUTCOME                                     00003800
               VARYING WS-TX-IX FROM 1 BY 1                             00003810
               UNTIL WS-TX-IX > WS-TX-COUNT                             00003820
           IF NOT LATEST-ACCEPTED THEN                                  00003830
               PERFORM PERF-LOG-RESEND                                  00003840
                   VARYING WS-TX-IX FROM 1 BY 1                         00003850
                   UNTIL WS-TX-IX > WS-TX-COUNT                         00003860
           END-IF                                                       00003870
           CLOSE XMIT-LOG-FILE.                                         00003880
       PERF-LOG-OUTCOME.                                                00003890
           MOVE SPACES TO FB-XMIT-LOG-RECORD                            00003900
           MOVE WS-TX-SEQ (WS-TX-IX) TO FB-XLG-TX-SEQ                   00003910
           MOVE WS-TX-OUTCOME (WS-TX-IX) TO FB-XLG-EVENT                00003920
           MOVE WS-EVENT-DATE TO FB-XLG-EVENT-DATE                      00003930
           MOVE WS-TX-TYPE (WS-TX-IX) TO FB-XLG-TX-TYPE                 00003940
           MOVE WS-TX-REC-COUNT (WS-TX-IX) TO FB-XLG-REC-COUNT          00003950
           MOVE WS-TX-HASH-TOTAL (WS-TX-IX) TO FB-XLG-HASH-TOTAL        00003960
           MOVE WS-TX-ACK-COUNT (WS-TX-IX) TO FB-XLG-ACK-COUNT          00003970
           MOVE WS-TX-ACK-HASH (WS-TX-IX) TO FB-XLG-ACK-HASH            00003980
           MOVE 0 TO FB-XLG-RESEND-OF                                   00003990
           PERFORM PERF-WRITE-LOG.                                      00004000
       PERF-LOG-RESEND.                                                 00004010
           IF TX-FAILED (WS-TX-IX) THEN                                 00004020
               MOVE SPACES TO FB-XMIT-LOG-RECORD                        00004030
               MOVE WS-TX-SEQ (WS-TX-IX) TO FB-XLG-TX-SEQ               00004040
               MOVE 'Q' TO FB-XLG-EVENT                                 00004050
               MOVE WS-EVENT-DATE TO FB-XLG-EVENT-DATE                  00004060
               MOVE WS-TX-TYPE (WS-TX-IX) TO FB-XLG-TX-TYPE             00004070
               MOVE WS-TX-REC-COUNT (WS-TX-IX) TO FB-XLG-REC-COUNT      00004080
               MOVE WS-TX-HASH-TOTAL (WS-TX-IX) TO FB-XLG-HASH-TOTAL    00004090
               MOVE WS-TX-ACK-COUNT (WS-TX-IX) TO FB-XLG-ACK-COUNT      00004100
               MOVE WS-TX-ACK-HASH (WS-TX-IX) TO FB-XLG-ACK-HASH        00004110
               MOVE 0 TO FB-XLG-RESEND-OF                               00004120
               PERFORM PERF-WRITE-LOG                                   00004130
               ADD 1 TO WS-RESEND-COUNT                                 00004140
           END-IF.                                                      00004150
       PERF-WRITE-LOG.                                                  00004160
           WRITE FB-XMIT-LOG-RECORD                                     00004170
           IF NOT XLG-OK THEN                                           00004180
               DISPLAY 'FBOEACK TRANSMISSION LOG WRITE ERROR, STATUS='  00004190
                   WS-XLG-STATUS UPON CONSOLE                           00004200
               MOVE 60 TO RETURN-CODE                                   00004210
               STOP RUN                                                 00004220
           END-IF.                                                      00004230
       PERF-PRINT-TX.                                                   00004240
           MOVE WS-TX-SEQ (WS-TX-IX) TO WS-TXL-SEQ                      00004250
           MOVE WS-TX-SENT-DATE (WS-TX-IX) TO WS-TXL-DATE               00004260
           IF WS-TX-TYPE (WS-TX-IX) = 'F' THEN                          00004270
               MOVE 'FULL' TO WS-TXL-TYPE                               00004280
           ELSE                                                         00004290
               MOVE 'DELTA' TO WS-TXL-TYPE                              00004300
           END-IF                                                       00004310
           EVALUATE WS-TX-OUTCOME (WS-TX-IX)                            00004320
               WHEN 'A'                                                 00004330
                   MOVE 'ACKNOWLEDGED' TO WS-TXL-OUTCOME                00004340
               WHEN 'R'                                                 00004350
                   MOVE 'REJECTED' TO WS-TXL-OUTCOME                    00004360
               WHEN 'M'                                                 00004370
                   MOVE 'ACKNOWLEDGED, TOTALS DIFFER' TO WS-TXL-OUTCOME 00004380
               WHEN OTHER                                               00004390
                   MOVE 'NOT ACKNOWLEDGED' TO WS-TXL-OUTCOME            00004400
           END-EVALUATE                                                 00004410
           WRITE ACK-REPORT-LINE FROM WS-TX-LINE                        00004420
           PERFORM PERF-CHECK-RPT-STATUS                                00004430
           MOVE 'SENT' TO WS-TOT-LABEL                                  00004440
           MOVE WS-TX-REC-COUNT (WS-TX-IX) TO WS-TOT-COUNT              00004450
           MOVE WS-TX-HASH-TOTAL (WS-TX-IX) TO WS-TOT-HASH              00004460
           WRITE ACK-REPORT-LINE FROM WS-TOT-LINE                       00004470
           PERFORM PERF-CHECK-RPT-STATUS                                00004480
           IF WS-TX-OUTCOME (WS-TX-IX) NOT = 'U' THEN                   00004490
               MOVE 'ACKNOWLEDGED' TO WS-TOT-LABEL                      00004500
               MOVE WS-TX-ACK-COUNT (WS-TX-IX) TO WS-TOT-COUNT          00004510
               MOVE WS-TX-ACK-HASH (WS-TX-IX) TO WS-TOT-HASH            00004520
               WRITE ACK-REPORT-LINE FROM WS-TOT-LINE                   00004530
               PERFORM PERF-CHECK-RPT-STATUS                            00004540
           END-IF                                                       00004550
           IF WS-TX-OUTCOME (WS-TX-IX) = 'R'                            00004560
               AND WS-TX-REASON (WS-TX-IX) NOT = SPACES THEN            00004570
               MOVE WS-TX-REASON (WS-TX-IX) TO WS-RSN-TEXT              00004580
               WRITE ACK-REPORT-LINE FROM WS-REASON-LINE                00004590
               PERFORM PERF-CHECK-RPT-STATUS                            00004600
           END-IF                                                       00004610
           IF TX-FAILED (WS-TX-IX) THEN                                 00004620
               IF LATEST-ACCEPTED THEN                                  00004630
                   MOVE 'COVERED BY THE LATEST TRANSMISSION'            00004640
                       TO WS-NTE-TEXT                                   00004650
               ELSE                                                     00004660
                   MOVE 'RESEND QUEUED FOR NEXT TRANSMISSION'           00004670
                       TO WS-NTE-TEXT                                   00004680
               END-IF                                                   00004690
               WRITE ACK-REPORT-LINE FROM WS-NOTE-LINE                  00004700
               PERFORM PERF-CHECK-RPT-STATUS                            00004710
           END-IF.                                                      00004720
      *                                                                 00004730
      * THE IMAGE FBOEFEED WROTE WITH THE LATEST TRANSMISSION IS WHAT   00004740
      * THE ORDER-ENTRY SIDE NOW HOLDS, SO IT BECOMES THE BASELINE.     00004750
      *                                                                 00004760
       PERF-PROMOTE-IMAGE.                                              00004770
           OPEN INPUT IMAGE-FILE                                        00004780
           IF NOT IMG-OK THEN                                           00004790
               DISPLAY 'FBOEACK IMAGE FILE OPEN ERROR, STATUS='         00004800
                   WS-IMG-STATUS UPON CONSOLE                           00004810
               MOVE 64 TO RETURN-CODE                                   00004820
               STOP RUN                                                 00004830
           END-IF                                                       00004840
           OPEN OUTPUT BASE-FILE                                        00004850
           IF NOT BAS-OK THEN                                           00004860
               DISPLAY 'FBOEACK BASELINE FILE OPEN ERROR, STATUS='      00004870
                   WS-BAS-STATUS UPON CONSOLE                           00004880
               MOVE 72 TO RETURN-CODE                                   00004890
               STOP RUN                                                 00004900
           END-IF                                                       00004910
           PERFORM PERF-READ-IMAGE                                      00004920
           PERFORM PERF-COPY-IMAGE UNTIL IMG-EOF                        00004930
           CLOSE IMAGE-FILE                                             00004940
           CLOSE BASE-FILE.                                             00004950
       PERF-READ-IMAGE.                                                 00004960
           READ IMAGE-FILE                                              00004970
               AT END CONTINUE                                          00004980
           END-READ                                                     00004990
           IF NOT IMG-OK AND NOT IMG-EOF THEN                           00005000
               DISPLAY 'FBOEACK IMAGE FILE READ ERROR, STATUS='         00005010
                   WS-IMG-STATUS UPON CONSOLE                           00005020
               MOVE 68 TO RETURN-CODE                                   00005030
               STOP RUN                                                 00005040
           END-IF.                                                      00005050
       PERF-COPY-IMAGE.                                                 00005060
           MOVE IMG-MASTER-RECORD TO BAS-MASTER-RECORD                  00005070
           WRITE BAS-MASTER-RECORD                                      00005080
           IF NOT BAS-OK THEN                                           00005090
               DISPLAY 'FBOEACK BASELINE FILE WRITE ERROR, STATUS='     00005100
                   WS-BAS-STATUS UPON CONSOLE                           00005110
               MOVE 76 TO RETURN-CODE                                   00005120
               STOP RUN                                                 00005130
           END-IF                                                       00005140
           ADD 1 TO WS-PROMOTED-COUNT                                   00005150
           PERFORM PERF-READ-IMAGE.                                     00005160
       PERF-PRINT-SUMMARY.                                              00005170
           MOVE SPACES TO ACK-REPORT-LINE                               00005180
           WRITE ACK-REPORT-LINE                                        00005190
           PERFORM PERF-CHECK-RPT-STATUS                                00005200
           MOVE 'ACKNOWLEDGMENTS READ' TO WS-SUM-LABEL                  00005210
           MOVE WS-ACK-READ TO WS-SUM-COUNT                             00005220
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE                   00005230
           PERFORM PERF-CHECK-RPT-STATUS                                00005240
           MOVE 'TRANSMISSIONS RECONCILED' TO WS-SUM-LABEL              00005250
           MOVE WS-TX-COUNT TO WS-SUM-COUNT                             00005260
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE                   00005270
           PERFORM PERF-CHECK-RPT-STATUS                                00005280
           MOVE 'ACKNOWLEDGED' TO WS-SUM-LABEL                          00005290
           MOVE WS-ACCEPTED-COUNT TO WS-SUM-COUNT                       00005300
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE                   00005310
           PERFORM PERF-CHECK-RPT-STATUS                                00005320
           MOVE 'REJECTED' TO WS-SUM-LABEL                              00005330
           MOVE WS-REJECTED-COUNT TO WS-SUM-COUNT                       00005340
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE                   00005350
           PERFORM PERF-CHECK-RPT-STATUS                                00005360
           MOVE 'ACKNOWLEDGED, TOTALS DIFFER' TO WS-SUM-LABEL           00005370
           MOVE WS-DIFFER-COUNT TO WS-SUM-COUNT                         00005380
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE                   00005390
           PERFORM PERF-CHECK-RPT-STATUS                                00005400
           MOVE 'NOT ACKNOWLEDGED' TO WS-SUM-LABEL                      00005410
           MOVE WS-UNACKED-COUNT TO WS-SUM-COUNT                        00005420
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE                   00005430
           PERFORM PERF-CHECK-RPT-STATUS                                00005440
           MOVE 'ACKNOWLEDGMENT EXCEPTIONS' TO WS-SUM-LABEL             00005450
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT                      00005460
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE                   00005470
           PERFORM PERF-CHECK-RPT-STATUS                                00005480
           MOVE 'RESENDS QUEUED' TO WS-SUM-LABEL                        00005490
           MOVE WS-RESEND-COUNT TO WS-SUM-COUNT                         00005500
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE                   00005510
           PERFORM PERF-CHECK-RPT-STATUS                                00005520
           MOVE 'BASELINE RECORDS PROMOTED' TO WS-SUM-LABEL             00005530
           MOVE WS-PROMOTED-COUNT TO WS-SUM-COUNT                       00005540
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE                   00005550
           PERFORM PERF-CHECK-RPT-STATUS.                               00005560
