      * INDEXED FILE IS LOST OR CORRUPTED.  THE BACKUP IS IN MASTER     00000050
      * RECORD FORMAT IN ASCENDING SEQUENCE NUMBER ORDER, AS FBPURGE    00000060
      * WRITES IT.  THE MASTER IS REBUILT FROM SCRATCH; A RECORD WITH   00000070
      * A NON-NUMERIC SEQUENCE NUMBER IS REJECTED, COUNTED, AND         00000080
      * WRITTEN TO THE SHARED SUSPENSE FILE FOR RE-DRIVE BY FBREDRV,    00000090
      * AND ANY REJECT ENDS WITH RETURN CODE 8 SO OPERATIONS KNOWS THE  00000100
      * RESTORE WAS NOT COMPLETE.                                       00000110
      * A C IN COLUMN 1 OF THE SYSIN CARD APPLIES A CORRECTION DECK     00000120
      * WRITTEN BY FBRECON INSTEAD: BACKFILE THEN NAMES THE DECK, THE   00000130
      * MASTER IS OPENED IN PLACE, AND EACH DECK RECORD IS ADDED OR     00000140
      * REPLACES THE MASTER RECORD WITH THE SAME SEQUENCE NUMBER.       00000150
      * ANY OTHER MODE IS REJECTED WITH RETURN CODE 8 BEFORE A FILE     00000160
      * IS OPENED, SO A MISTYPED CARD CANNOT REBUILD THE MASTER FROM    00000170
      * A CORRECTION DECK.                                              00000180
      * AUSTIN BITTINGER - 2026/09/02                                   00000190
      *                                                                 00000200
       IDENTIFICATION DIVISION.                                         00000210
       PROGRAM-ID. FBRESTOR.                                            00000220
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
           SELECT BACKUP-FILE ASSIGN TO "BACKFILE"                      00000270
               ORGANIZATION IS LINE SEQUENTIAL                          00000280
               FILE STATUS IS WS-BKP-STATUS.                            00000290
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"                      00000300
               ORGANIZATION IS INDEXED                                  00000310
               ACCESS MODE IS DYNAMIC                                   00000320
               RECORD KEY IS FB-MST-SEQ-NO                              00000330
               ALTERNATE RECORD KEY IS FB-MST-CLASS-CODE                00000340
                   WITH DUPLICATES                                      00000350
               FILE STATUS IS WS-MST-STATUS.                            00000360
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"           00000370
               ORGANIZATION IS LINE SEQUENTIAL                          00000380
               FILE STATUS IS WS-SUS-STATUS.                            00000390
       DATA DIVISION.                                                   00000400
       FILE SECTION.                                                    00000410
       FD  BACKUP-FILE                                                  00000420
           LABEL RECORDS ARE STANDARD.                                  00000430
           COPY FBMSTR REPLACING LEADING ==FB-== BY ==BKP-==.           00000440
       FD  MASTER-FILE                                                  00000450
           LABEL RECORDS ARE STANDARD.                                  00000460
           COPY FBMSTR.                                                 00000470
       FD  SUSPENSE-FILE                                                00000480
           LABEL RECORDS ARE STANDARD.                                  00000490
           COPY FBSUSP.                                                 00000500
       WORKING-STORAGE SECTION.                                         00000510
       01  WS-BKP-STATUS PIC XX.                                        00000520
            88 BKP-OK VALUE '00'.                                       00000530
            88 BKP-EOF VALUE '10'.                                      00000540
            88 BKP-NOT-FOUND VALUE '35'.                                00000550
       01  WS-MST-STATUS PIC XX.                                        00000560
            88 MST-OK VALUE '00' '02'.                                  00000570
            88 MST-CREATED VALUE '05'.                                  00000580
            88 MST-DUP-KEY VALUE '22'.                                  00000590
       01  WS-SUS-STATUS PIC XX.                                        00000600
            88 SUS-OK VALUE '00'.                                       00000610
            88 SUS-CREATED VALUE '05'.                                  00000620
       01  WS-SUS-DATE PIC 9(8) VALUE 0.                                00000630
       01  WS-MODE-CARD.                                                00000640
            05 WS-MODE-CODE PIC X.                                      00000650
               88 APPLY-CORRECTIONS VALUE 'C'.                          00000660
               88 MODE-VALID VALUE 'C' ' '.                             00000670
            05 FILLER PIC X(35).                                        00000680
       01  WS-RESTORED-COUNT PIC 9(7) VALUE 0.                          00000690
       01  WS-REPLACED-COUNT PIC 9(7) VALUE 0.                          00000700
       01  WS-REJECTED-COUNT PIC 9(7) VALUE 0.                          00000710
       PROCEDURE DIVISION.                                              00000720
       0000-MAIN.                                                       00000730
           MOVE SPACES TO WS-MODE-CARD                                  00000740
           ACCEPT WS-MODE-CARD FROM SYSIN                               00000750
           IF WS-MODE-CARD (1:2) = '/*' THEN                            00000760
               MOVE SPACES TO WS-MODE-CARD                              00000770
           END-IF                                                       00000780
           IF NOT MODE-VALID THEN                                       00000790
               DISPLAY 'FBRESTOR MODE MUST BE C OR BLANK: '             00000800
                   WS-MODE-CARD UPON CONSOLE                            00000810
               MOVE 8 TO RETURN-CODE                                    00000820
               STOP RUN                                                 00000830
           END-IF                                                       00000840
           ACCEPT WS-SUS-DATE FROM DATE YYYYMMDD                        00000850
           OPEN INPUT BACKUP-FILE                                       00000860
           IF BKP-NOT-FOUND THEN                                        00000870
               DISPLAY 'FBRESTOR BACKUP FILE NOT FOUND' UPON CONSOLE    00000880
               MOVE 12 TO RETURN-CODE                                   00000890
               STOP RUN                                                 00000900
           END-IF                                                       00000910
           IF NOT BKP-OK THEN                                           00000920
               DISPLAY 'FBRESTOR BACKUP FILE OPEN ERROR, STATUS='       00000930
                   WS-BKP-STATUS UPON CONSOLE                           00000940
               MOVE 32 TO RETURN-CODE                                   00000950
               STOP RUN                                                 00000960
           END-IF                                                       00000970
           IF APPLY-CORRECTIONS THEN                                    00000980
               OPEN I-O MASTER-FILE                                     00000990
           ELSE                                                         00001000
               OPEN OUTPUT MASTER-FILE                                  00001010
           END-IF                                                       00001020
           IF NOT MST-OK AND NOT MST-CREATED THEN                       00001030
               DISPLAY 'FBRESTOR MASTER FILE OPEN ERROR, STATUS='       00001040
                   WS-MST-STATUS UPON CONSOLE                           00001050
               MOVE 36 TO RETURN-CODE                                   00001060
               STOP RUN                                                 00001070
           END-IF                                                       00001080
           OPEN EXTEND SUSPENSE-FILE                                    00001090
           IF NOT SUS-OK AND NOT SUS-CREATED THEN                       00001100
               DISPLAY 'FBRESTOR SUSPENSE FILE OPEN ERROR, STATUS='     00001110
                   WS-SUS-STATUS UPON CONSOLE                           00001120
               MOVE 52 TO RETURN-CODE                                   00001130
               STOP RUN                                                 00001140
           END-IF                                                       00001150
           PERFORM PERF-READ-BACKUP                                     00001160
           PERFORM PERF-PROCESS-RECORD UNTIL BKP-EOF                    00001170
           CLOSE BACKUP-FILE                                            00001180
           CLOSE MASTER-FILE                                            00001190
           CLOSE SUSPENSE-FILE                                          00001200
           DISPLAY 'FBRESTOR RECORDS RESTORED: ' WS-RESTORED-COUNT      00001210
               ', REPLACED: ' WS-REPLACED-COUNT                         00001220
               ', REJECTED: ' WS-REJECTED-COUNT UPON CONSOLE            00001230
           IF WS-REJECTED-COUNT > 0 THEN                                00001240
               MOVE 8 TO RETURN-CODE                                    00001250
           END-IF                                                       00001260
           IF WS-RESTORED-COUNT = 0 AND WS-REPLACED-COUNT = 0 THEN      00001270
               DISPLAY 'FBRESTOR NO RECORDS ON BACKUP' UPON CONSOLE     00001280
               MOVE 8 TO RETURN-CODE                                    00001290
           END-IF                                                       00001300
           STOP RUN.                                                    00001310
       PERF-READ-BACKUP.                                                00001320
           READ BACKUP-FILE                                             00001330
               AT END CONTINUE                                          00001340
           END-READ                                                     00001350
           IF NOT BKP-OK AND NOT BKP-EOF THEN                           00001360
               DISPLAY 'FBRESTOR BACKUP FILE READ ERROR, STATUS='       00001370
                   WS-BKP-STATUS UPON CONSOLE                           00001380
               MOVE 44 TO RETURN-CODE                                   00001390
               STOP RUN                                                 00001400
           END-IF.                                                      00001410
       PERF-PROCESS-RECORD.                                             00001420
           IF BKP-MST-SEQ-NO IS NOT NUMERIC THEN                        00001430
               ADD 1 TO WS-REJECTED-COUNT                               00001440
               DISPLAY 'FBRESTOR BACKUP RECORD INVALID, REJECTED: '     00001450
                   BKP-MASTER-RECORD UPON CONSOLE                       00001460
               PERFORM PERF-WRITE-SUSPENSE                              00001470
           ELSE                                                         00001480
               MOVE BKP-MASTER-RECORD TO FB-MASTER-RECORD               00001490
               WRITE FB-MASTER-RECORD                                   00001500
               IF APPLY-CORRECTIONS AND MST-DUP-KEY THEN                00001510
                   REWRITE FB-MASTER-RECORD                             00001520
                   IF NOT MST-OK THEN                                   00001530
                       DISPLAY 'FBRESTOR MASTER REWRITE ERROR, STATUS=' 00001540
                           WS-MST-STATUS UPON CONSOLE                   00001550
                       MOVE 48 TO RETURN-CODE                           00001560
                       STOP RUN                                         00001570
                   END-IF                                               00001580
                   ADD 1 TO WS-REPLACED-COUNT                           00001590
               ELSE                                                     00001600
                   IF NOT MST-OK THEN                                   00001610
                       DISPLAY 'FBRESTOR MASTER WRITE ERROR, STATUS='   00001620
                           WS-MST-STATUS UPON CONSOLE                   00001630
                       MOVE 40 TO RETURN-CODE                           00001640
                       STOP RUN                                         00001650
                   END-IF                                               00001660
                   ADD 1 TO WS-RESTORED-COUNT                           00001670
               END-IF                                                   00001680
           END-IF                                                       00001690
           PERFORM PERF-READ-BACKUP.                                    00001700
       PERF-WRITE-SUSPENSE.                                             00001710
           MOVE 'FBRESTOR' TO FB-SUS-PROGRAM                            00001720
           MOVE WS-SUS-DATE TO FB-SUS-RUN-DATE                          00001730
           MOVE 'BKUP' TO FB-SUS-REASON                                 00001740
           MOVE 'BACKUP SEQUENCE NUMBER IS NOT NUMERIC'                 00001750
               TO FB-SUS-REASON-TEXT                                    00001760
           MOVE 'O' TO FB-SUS-STATUS                                    00001770
           MOVE ZEROS TO FB-SUS-RESOLVED-DATE                           00001780
           MOVE SPACES TO FB-SUS-TARGET                                 00001790
           MOVE BKP-MASTER-RECORD TO FB-SUS-IMAGE                       00001800
           WRITE FB-SUSPENSE-RECORD                                     00001810
           IF NOT SUS-OK THEN                                           00001820
               DISPLAY 'FBRESTOR SUSPENSE FILE WRITE ERROR, STATUS='    00001830
                   WS-SUS-STATUS UPON CONSOLE                           00001840
               MOVE 56 TO RETURN-CODE                                   00001850
               STOP RUN                                                 00001860
           END-IF.                                                      00001870
