      *                                                                 00000010
      * FBOEFEED - ORDER-ENTRY CLASSIFICATION TRANSMISSION              00000020
      * BUILDS THE NIGHTLY TRANSMISSION FILE FOR THE ORDER-ENTRY        00000030
      * SYSTEM FROM THE KEYED CLASSIFICATION MASTER: A HEADER WITH THE  00000040
      * NEXT TRANSMISSION SEQUENCE NUMBER FROM THE TRANSMISSION LOG,    00000050
      * ONE DETAIL PER RECORD SENT WITH ITS CLASS CODE, OVERRIDE FLAG,  00000060
      * AND RUN DATE, AND A TRAILER WITH THE DETAIL COUNT AND THE HASH  00000070
      * TOTAL OF THE SEQUENCE NUMBERS SENT.                             00000080
      * THE BASELINE FILE HOLDS THE MASTER AS IT STOOD AT THE LAST      00000090
      * TRANSMISSION THE ORDER-ENTRY SIDE ACKNOWLEDGED; FBOEACK         00000100
      * REPLACES IT ONLY ON A GOOD ACKNOWLEDGMENT.  THE MASTER IS       00000110
      * MATCHED AGAINST IT AND ONLY RECORDS ADDED OR CHANGED SINCE ARE  00000120
      * SENT, SO A REJECTED OR UNACKNOWLEDGED TRANSMISSION IS SIMPLY    00000130
      * SENT AGAIN, WITH ANYTHING NEWER, THE NEXT NIGHT.  WITH NO       00000140
      * BASELINE OR NO EARLIER TRANSMISSION ON THE LOG THE WHOLE        00000150
      * MASTER IS SENT AS A FULL LOAD.  NUMBERS PURGED FROM THE         00000160
      * MASTER ARE COUNTED BUT NOT SENT.  THE FULL MASTER IMAGE IS      00000170
      * ALSO WRITTEN FOR FBOEACK TO PROMOTE TO THE BASELINE, AND A      00000180
      * SENT EVENT IS APPENDED TO THE TRANSMISSION LOG.  WHEN FBOEACK   00000190
      * HAS QUEUED A RESEND SINCE THE LAST TRANSMISSION, THE HEADER     00000200
      * NAMES THE OLDEST TRANSMISSION BEING RESENT.  A MISSING MASTER   00000210
      * ENDS WITH RETURN CODE 12.                                       00000220
      * AUSTIN BITTINGER - 2026/10/15                                   00000230
      *                                                                 00000240
       IDENTIFICATION DIVISION.                                         00000250
       PROGRAM-ID. FBOEFEED.                                            00000260
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000270
       ENVIRONMENT DIVISION.                                            00000280
       INPUT-OUTPUT SECTION.                                            00000290
       FILE-CONTROL.                                                    00000300
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"                      00000310
               ORGANIZATION IS INDEXED                                  00000320
               ACCESS MODE IS SEQUENTIAL                                00000330
               RECORD KEY IS FB-MST-SEQ-NO                              00000340
               ALTERNATE RECORD KEY IS FB-MST-CLASS-CODE                00000350
                   WITH DUPLICATES                                      00000360
               FILE STATUS IS WS-MST-STATUS.                            00000370
           SELECT OPTIONAL BASE-FILE ASSIGN TO "XBASFILE"               00000380
               ORGANIZATION IS LINE SEQUENTIAL                          00000390
               FILE STATUS IS WS-BAS-STATUS.                            00000400
           SELECT IMAGE-FILE ASSIGN TO "XIMGFILE"                       00000410
               ORGANIZATION IS LINE SEQUENTIAL                          00000420
               FILE STATUS IS WS-IMG-STATUS.                            00000430
           SELECT XMIT-FILE ASSIGN TO "XMITFILE"                        00000440
               ORGANIZATION IS LINE SEQUENTIAL                          00000450
               FILE STATUS IS WS-XMT-STATUS.                            00000460
           SELECT OPTIONAL XMIT-LOG-FILE ASSIGN TO "XLOGFILE"           00000470
               ORGANIZATION IS LINE SEQUENTIAL                          00000480
               FILE STATUS IS WS-XLG-STATUS.                            00000490
       DATA DIVISION.                                                   00000500
       FILE SECTION.                                                    00000510
       FD  MASTER-FILE                                                  00000520
           LABEL RECORDS ARE STANDARD.                                  00000530
           COPY FBMSTR.                                                 00000540
       FD  BASE-FILE                                                    00000550
           LABEL RECORDS ARE STANDARD.                                  00000560
           COPY FBMSTR REPLACING LEADING ==FB-== BY ==BAS-==.           00000570
       FD  IMAGE-FILE                                                   00000580
           LABEL RECORDS ARE STANDARD.                                  00000590
           COPY FBMSTR REPLACING LEADING ==FB-== BY ==IMG-==.           00000600
       FD  XMIT-FILE                                                    00000610
           LABEL RECORDS ARE STANDARD.                                  00000620
           COPY FBXMIT.                                                 00000630
       FD  XMIT-LOG-FILE                                                00000640
           LABEL RECORDS ARE STANDARD.                                  00000650
           COPY FBXLOG.                                                 00000660
       WORKING-STORAGE SECTION.                                         00000670
       01  WS-MST-STATUS PIC XX.                                        00000680
            88 MST-OK VALUE '00'.                                       00000690
            88 MST-EOF VALUE '10'.                                      00000700
            88 MST-FILE-MISSING VALUE '35'.                             00000710
       01  WS-BAS-STATUS PIC XX.                                        00000720
            88 BAS-OK VALUE '00'.                                       00000730
            88 BAS-CREATED VALUE '05'.                                  00000740
            88 BAS-EOF VALUE '10'.                                      00000750
       01  WS-IMG-STATUS PIC XX.                                        00000760
            88 IMG-OK VALUE '00'.                                       00000770
       01  WS-XMT-STATUS PIC XX.                                        00000780
            88 XMT-OK VALUE '00'.                                       00000790
       01  WS-XLG-STATUS PIC XX.                                        00000800
            88 XLG-OK VALUE '00'.                                       00000810
            88 XLG-CREATED VALUE '05'.                                  00000820
            88 XLG-EOF VALUE '10'.                                      00000830
       01  WS-BAS-HAVE-FLAG PIC X VALUE 'N'.                            00000840
            88 BAS-HAVE-RECORD VALUE 'Y'.                               00000850
       01  WS-RESEND-FLAG PIC X VALUE 'N'.                              00000860
            88 RESEND-QUEUED VALUE 'Y'.                                 00000870
       01  WS-RESEND-OF PIC 9(7) VALUE 0.                               00000880
       01  WS-LAST-TX PIC 9(7) VALUE 0.                                 00000890
       01  WS-TX-SEQ PIC 9(7) VALUE 0.                                  00000900
       01  WS-TX-DATE PIC 9(8) VALUE 0.                                 00000910
       01  WS-TX-TYPE PIC X VALUE 'D'.                                  00000920
            88 TX-FULL-LOAD VALUE 'F'.                                  00000930
       01  WS-HASH-TOTAL PIC 9(15) VALUE 0.                             00000940
       01  WS-SENT-COUNT PIC 9(7) VALUE 0.                              00000950
       01  WS-ADDED-COUNT PIC 9(7) VALUE 0.                             00000960
       01  WS-CHANGED-COUNT PIC 9(7) VALUE 0.                           00000970
       01  WS-UNCHANGED-COUNT PIC 9(7) VALUE 0.                         00000980
       01  WS-DROPPED-COUNT PIC 9(7) VALUE 0.                           00000990
       01  WS-MST-READ PIC 9(7) VALUE 0.                                00001000
       PROCEDURE DIVISION.                                              00001010
       0000-MAIN.                                                       00001020
           ACCEPT WS-TX-DATE FROM DATE YYYYMMDD                         00001030
           PERFORM PERF-SCAN-LOG                                        00001040
           COMPUTE WS-TX-SEQ = WS-LAST-TX + 1                           00001050
           OPEN INPUT MASTER-FILE                                       00001060
           IF MST-FILE-MISSING THEN                                     00001070
               DISPLAY 'FBOEFEED CLASSIFICATION MASTER NOT FOUND'       00001080
                   UPON CONSOLE                                         00001090
               MOVE 12 TO RETURN-CODE                                   00001100
               STOP RUN                                                 00001110
           END-IF                                                       00001120
           IF NOT MST-OK THEN                                           00001130
               DISPLAY 'FBOEFEED MASTER FILE OPEN ERROR, STATUS='       00001140
                   WS-MST-STATUS UPON CONSOLE                           00001150
               MOVE 32 TO RETURN-CODE                                   00001160
               STOP RUN                                                 00001170
           END-IF                                                       00001180
           OPEN INPUT BASE-FILE                                         00001190
           IF NOT BAS-OK AND NOT BAS-CREATED THEN                       00001200
               DISPLAY 'FBOEFEED BASELINE FILE OPEN ERROR, STATUS='     00001210
                   WS-BAS-STATUS UPON CONSOLE                           00001220
               MOVE 36 TO RETURN-CODE                                   00001230
               STOP RUN                                                 00001240
           END-IF                                                       00001250
           PERFORM PERF-NEXT-BASE                                       00001260
           IF NOT BAS-HAVE-RECORD OR WS-LAST-TX = 0 THEN                00001270
               MOVE 'F' TO WS-TX-TYPE                                   00001280
               MOVE 'N' TO WS-BAS-HAVE-FLAG                             00001290
           END-IF                                                       00001300
           OPEN OUTPUT XMIT-FILE                                        00001310
           IF NOT XMT-OK THEN                                           00001320
               DISPLAY 'FBOEFEED TRANSMISSION FILE OPEN ERROR, STATUS=' 00001330
                   WS-XMT-STATUS UPON CONSOLE                           00001340
               MOVE 40 TO RETURN-CODE                                   00001350
               STOP RUN                                                 00001360
           END-IF                                                       00001370
           OPEN OUTPUT IMAGE-FILE                                       00001380
           IF NOT IMG-OK THEN                                           00001390
               DISPLAY 'FBOEFEED IMAGE FILE OPEN ERROR, STATUS='        00001400
                   WS-IMG-STATUS UPON CONSOLE                           00001410
               MOVE 44 TO RETURN-CODE                                   00001420
               STOP RUN                                                 00001430
           END-IF                                                       00001440
           PERFORM PERF-WRITE-HEADER                                    00001450
           PERFORM PERF-READ-MASTER                                     00001460
           PERFORM PERF-MATCH                                           00001470
               UNTIL MST-EOF AND NOT BAS-HAVE-RECORD                    00001480
           PERFORM PERF-WRITE-TRAILER                                   00001490
           CLOSE MASTER-FILE                                            00001500
           CLOSE BASE-FILE                                              00001510
           CLOSE IMAGE-FILE                                             00001520
           CLOSE XMIT-FILE                                              00001530
           PERFORM PERF-LOG-SENT                                        00001540
           DISPLAY 'FBOEFEED TRANSMISSION ' WS-TX-SEQ                   00001550
               ' TYPE ' WS-TX-TYPE                                      00001560
               ', SENT: ' WS-SENT-COUNT                                 00001570
               ', ADDED: ' WS-ADDED-COUNT                               00001580
               ', CHANGED: ' WS-CHANGED-COUNT UPON CONSOLE              00001590
           DISPLAY 'FBOEFEED UNCHANGED: ' WS-UNCHANGED-COUNT            00001600
               ', NO LONGER ON MASTER: ' WS-DROPPED-COUNT               00001610
               ', RESEND OF: ' WS-RESEND-OF UPON CONSOLE                00001620
           STOP RUN.                                                    00001630
      *                                                                 00001640
      * THE LOG GIVES THE LAST TRANSMISSION SEQUENCE NUMBER USED AND    00001650
      * WHETHER FBOEACK QUEUED A RESEND AFTER THE LAST TRANSMISSION.    00001660
      *                                                                 00001670
       PERF-SCAN-LOG.                                                   00001680
           OPEN INPUT XMIT-LOG-FILE                                     00001690
           IF NOT XLG-OK AND NOT XLG-CREATED THEN                       00001700
               DISPLAY 'FBOEFEED TRANSMISSION LOG OPEN ERROR, STATUS='  00001710
                   WS-XLG-STATUS UPON CONSOLE                           00001720
               MOVE 48 TO RETURN-CODE                                   00001730
               STOP RUN                                                 00001740
           END-IF                                                       00001750
           PERFORM PERF-READ-LOG                                        00001760
           PERFORM PERF-SCAN-LOG-REC UNTIL XLG-EOF                      00001770
           CLOSE XMIT-LOG-FILE.                                         00001780
       PERF-READ-LOG.                                                   00001790
           READ XMIT-LOG-FILE                                           00001800
               AT END CONTINUE                                          00001810
           END-READ                                                     00001820
           IF NOT XLG-OK AND NOT XLG-EOF THEN                           00001830
               DISPLAY 'FBOEFEED TRANSMISSION LOG READ ERROR, STATUS='  00001840
                   WS-XLG-STATUS UPON CONSOLE                           00001850
               MOVE 52 TO RETURN-CODE                                   00001860
               STOP RUN                                                 00001870
           END-IF.                                                      00001880
       PERF-SCAN-LOG-REC.                                               00001890
           IF FB-XLG-TX-SEQ IS NUMERIC THEN                             00001900
               EVALUATE TRUE                                            00001910
                   WHEN FB-XLG-SENT                                     00001920
                       IF FB-XLG-TX-SEQ > WS-LAST-TX THEN               00001930
                           MOVE FB-XLG-TX-SEQ TO WS-LAST-TX             00001940
                       END-IF                                           00001950
                       MOVE 'N' TO WS-RESEND-FLAG                       00001960
                       MOVE 0 TO WS-RESEND-OF                           00001970
                   WHEN FB-XLG-RESEND-QUEUED                            00001980
                       IF NOT RESEND-QUEUED THEN                        00001990
                           MOVE 'Y' TO WS-RESEND-FLAG                   00002000
                           MOVE FB-XLG-TX-SEQ TO WS-RESEND-OF           00002010
                       END-IF                                           00002020
               END-EVALUATE                                             00002030
           END-IF                                                       00002040
           PERFORM PERF-READ-LOG.                                       00002050
       PERF-READ-MASTER.                                                00002060
           READ MASTER-FILE NEXT RECORD                                 00002070
               AT END CONTINUE                                          00002080
           END-READ                                                     00002090
           IF NOT MST-OK AND NOT MST-EOF THEN                           00002100
               DISPLAY 'FBOEFEED MASTER FILE READ ERROR, STATUS='       00002110
                   WS-MST-STATUS UPON CONSOLE                           00002120
               MOVE 56 TO RETURN-CODE                                   00002130
               STOP RUN                                                 00002140
           END-IF                                                       00002150
           IF MST-OK THEN                                               00002160
               ADD 1 TO WS-MST-READ                                     00002170
           END-IF.                                                      00002180
       PERF-NEXT-BASE.                                                  00002190
           MOVE 'N' TO WS-BAS-HAVE-FLAG                                 00002200
           PERFORM PERF-READ-BASE                                       00002210
               UNTIL BAS-EOF OR BAS-HAVE-RECORD.                        00002220
       PERF-READ-BASE.                                                  00002230
           READ BASE-FILE                                               00002240
               AT END CONTINUE                                          00002250
               NOT AT END                                               00002260
                   IF BAS-MST-SEQ-NO IS NUMERIC THEN                    00002270
                       MOVE 'Y' TO WS-BAS-HAVE-FLAG                     00002280
                   END-IF                                               00002290
           END-READ                                                     00002300
           IF NOT BAS-OK AND NOT BAS-EOF THEN                           00002310
               DISPLAY 'FBOEFEED BASELINE FILE READ ERROR, STATUS='     00002320
                   WS-BAS-STATUS UPON CONSOLE                           00002330
               MOVE 60 TO RETURN-CODE                                   00002340
               STOP RUN                                                 00002350
           END-IF.                                                      00002360
      *                                                                 00002370
      * MASTER AND BASELINE ARE BOTH IN SEQUENCE NUMBER ORDER.  A       00002380
      * NUMBER ONLY ON THE MASTER WAS ADDED; ONE ON BOTH IS SENT WHEN   00002390
      * ANY FIELD DIFFERS; ONE ONLY ON THE BASELINE HAS BEEN PURGED.    00002400
      * THE PRINTED DATE IS NOT PART OF THE FEED, SO A LABEL POSTED     00002410
      * SINCE THE BASELINE DOES NOT BY ITSELF SEND THE NUMBER.          00002420
      *                                                                 00002430
       PERF-MATCH.                                                      00002440
           EVALUATE TRUE                                                00002450
               WHEN NOT MST-EOF AND BAS-HAVE-RECORD                     00002460
                   AND FB-MST-SEQ-NO = BAS-MST-SEQ-NO                   00002470
                   IF FB-MST-CLASS-CODE NOT = BAS-MST-CLASS-CODE        00002480
                       OR FB-MST-OVRD-FLAG NOT = BAS-MST-OVRD-FLAG      00002490
                       OR FB-MST-RUN-DATE NOT = BAS-MST-RUN-DATE        00002500
                       OR FB-MST-DIVISOR-1 NOT = BAS-MST-DIVISOR-1      00002510
                       OR FB-MST-DIVISOR-2 NOT = BAS-MST-DIVISOR-2      00002520
                       OR FB-MST-DIVISOR-3 NOT = BAS-MST-DIVISOR-3 THEN 00002530
                       ADD 1 TO WS-CHANGED-COUNT                        00002540
                       MOVE 'C' TO FB-XMD-ACTION                        00002550
                       PERFORM PERF-WRITE-DETAIL                        00002560
                   ELSE                                                 00002570
                       ADD 1 TO WS-UNCHANGED-COUNT                      00002580
                   END-IF                                               00002590
                   PERFORM PERF-WRITE-IMAGE                             00002600
                   PERFORM PERF-READ-MASTER                             00002610
                   PERFORM PERF-NEXT-BASE                               00002620
               WHEN BAS-HAVE-RECORD                                     00002630
                   AND (MST-EOF OR BAS-MST-SEQ-NO < FB-MST-SEQ-NO)      00002640
                   ADD 1 TO WS-DROPPED-COUNT                            00002650
                   PERFORM PERF-NEXT-BASE                               00002660
               WHEN OTHER                                               00002670
                   ADD 1 TO WS-ADDED-COUNT                              00002680
                   MOVE 'A' TO FB-XMD-ACTION                            00002690
                   PERFORM PERF-WRITE-DETAIL                            00002700
                   PERFORM PERF-WRITE-IMAGE                             00002710
                   PERFORM PERF-READ-MASTER                             00002720
           END-EVALUATE.                                                00002730
       PERF-WRITE-HEADER.                                               00002740
           MOVE SPACES TO FB-XMIT-HEADER                                00002750
           MOVE 'FBXHDR' TO FB-XMH-REC-ID                               00002760
           MOVE WS-TX-SEQ TO FB-XMH-TX-SEQ                              00002770
           MOVE WS-TX-DATE TO FB-XMH-TX-DATE                            00002780
           MOVE WS-TX-TYPE TO FB-XMH-TX-TYPE                            00002790
           MOVE WS-RESEND-OF TO FB-XMH-RESEND-OF                        00002800
           WRITE FB-XMIT-HEADER                                         00002810
           PERFORM PERF-CHECK-XMT-STATUS.                               00002820
       PERF-WRITE-DETAIL.                                               00002830
           MOVE FB-MST-SEQ-NO TO FB-XMD-SEQ-NO                          00002840
           MOVE FB-MST-CLASS-CODE TO FB-XMD-CLASS-CODE                  00002850
           MOVE FB-MST-OVRD-FLAG TO FB-XMD-OVRD-FLAG                    00002860
           MOVE FB-MST-RUN-DATE TO FB-XMD-RUN-DATE                      00002870
           WRITE FB-XMIT-DETAIL                                         00002880
           PERFORM PERF-CHECK-XMT-STATUS                                00002890
           ADD 1 TO WS-SENT-COUNT                                       00002900
           ADD FB-MST-SEQ-NO TO WS-HASH-TOTAL.                          00002910
       PERF-WRITE-TRAILER.                                              00002920
           MOVE SPACES TO FB-XMIT-TRAILER                               00002930
           MOVE 'FBXTRL' TO FB-XMT-REC-ID                               00002940
           MOVE WS-TX-SEQ TO FB-XMT-TX-SEQ                              00002950
           MOVE WS-SENT-COUNT TO FB-XMT-REC-COUNT                       00002960
           MOVE WS-HASH-TOTAL TO FB-XMT-HASH-TOTAL                      00002970
           WRITE FB-XMIT-TRAILER                                        00002980
           PERFORM PERF-CHECK-XMT-STATUS.                               00002990
       PERF-CHECK-XMT-STATUS.                                           00003000
           IF NOT XMT-OK THEN                                           00003010
               DISPLAY 'FBOEFEED TRANSMISSION FILE WRITE ERROR, STATUS='00003020
                   WS-XMT-STATUS UPON CONSOLE                           00003030
               MOVE 64 TO RETURN-CODE                                   00003040
               STOP RUN                                                 00003050
           END-IF.                                                      00003060
       PERF-WRITE-IMAGE.                                                00003070
           MOVE FB-MASTER-RECORD TO IMG-MASTER-RECORD                   00003080
           WRITE IMG-MASTER-RECORD                                      00003090
           IF NOT IMG-OK THEN                                           00003100
               DISPLAY 'FBOEFEED IMAGE FILE WRITE ERROR, STATUS='       00003110
                   WS-IMG-STATUS UPON CONSOLE                           00003120
               MOVE 68 TO RETURN-CODE                                   00003130
               STOP RUN                                                 00003140
           END-IF.                                                      00003150
       PERF-LOG-SENT.                                                   00003160
           OPEN EXTEND XMIT-LOG-FILE                                    00003170
           IF NOT XLG-OK AND NOT XLG-CREATED THEN                       00003180
               DISPLAY 'FBOEFEED TRANSMISSION LOG OPEN ERROR, STATUS='  00003190
                   WS-XLG-STATUS UPON CONSOLE                           00003200
               MOVE 72 TO RETURN-CODE                                   00003210
               STOP RUN                                                 00003220
           END-IF                                                       00003230
           MOVE SPACES TO FB-XMIT-LOG-RECORD                            00003240
           MOVE WS-TX-SEQ TO FB-XLG-TX-SEQ                              00003250
           MOVE 'S' TO FB-XLG-EVENT                                     00003260
           MOVE WS-TX-DATE TO FB-XLG-EVENT-DATE                         00003270
           MOVE WS-TX-TYPE TO FB-XLG-TX-TYPE                            00003280
           MOVE WS-SENT-COUNT TO FB-XLG-REC-COUNT                       00003290
           MOVE WS-HASH-TOTAL TO FB-XLG-HASH-TOTAL                      00003300
           MOVE 0 TO FB-XLG-ACK-COUNT                                   00003310
           MOVE 0 TO FB-XLG-ACK-HASH                                    00003320
           MOVE WS-RESEND-OF TO FB-XLG-RESEND-OF                        00003330
           WRITE FB-XMIT-LOG-RECORD                                     00003340
           IF NOT XLG-OK THEN                                           00003350
               DISPLAY 'FBOEFEED TRANSMISSION LOG WRITE ERROR, STATUS=' 00003360
                   WS-XLG-STATUS UPON CONSOLE                           00003370
               MOVE 72 TO RETURN-CODE                                   00003380
               STOP RUN                                                 00003390
           END-IF                                                       00003400
           CLOSE XMIT-LOG-FILE.                                         00003410
