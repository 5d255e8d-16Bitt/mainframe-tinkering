      * FBPURGE - CLASSIFICATION MASTER PURGE AND BACKUP                00000020
      * HOUSEKEEPING FOR THE KEYED CLASSIFICATION MASTER, WHICH THE     00000030
      * LOAD STEP ONLY EVER GROWS.  THE SYSIN CARD GIVES A RETENTION    00000040
      * AGE IN DAYS IN COLUMNS 1-5 AND, OPTIONALLY, AN AS-OF DATE       00000050
      * (CCYYMMDD, NOT LATER THAN TODAY) IN COLUMNS 6-13 FROM WHICH THE 00000060
      * AGE IS MEASURED; A BLANK AS-OF DATE MEANS TODAY.  EVERY MASTER  00000070
      * RECORD WHOSE RUN DATE IS OLDER THAN THAT AGE IS DELETED, AND    00000080
      * EVERY SURVIVING RECORD IS UNLOADED TO A FLAT SEQUENTIAL BACKUP  00000090
      * IN MASTER RECORD FORMAT SO THE MASTER CAN BE REBUILT BY         00000100
      * FBRESTOR IF THE INDEXED FILE IS EVER LOST.  THE PURGE REPORT    00000110
      * SHOWS THE CUTOFF AND COUNTS OF PURGED RECORDS BY CLASS FOR THE  00000120
      * SERVICE DESK.                                                   00000130
      * A RECORD WHOSE RUN DATE IS NOT A VALID DATE IS NEVER PURGED;    00000140
      * IT IS KEPT, BACKED UP, AND COUNTED SEPARATELY.  RUN DATES ON    00000150
      * THE MASTER ARE FULL CCYYMMDD DATES.                             00000160
      * EVERY RECORD PURGED IS ALSO POSTED TO THE KEYED PURGE LOG SO    00000170
      * FBRECON CAN ACCOUNT FOR HISTORY THAT NO LONGER HAS A MASTER.    00000180
      * AUSTIN BITTINGER - 2026/09/02                                   00000190
      *                                                                 00000200
       IDENTIFICATION DIVISION.                                         00000210
       PROGRAM-ID. FBPURGE.                                             00000220
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000230
       ENVIRONMENT DIVISION.                                            00000240
       INPUT-OUTPUT SECTION.                                            00000250
       FILE-CONTROL.                                                    00000260
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"                      00000270
               ORGANIZATION IS INDEXED                                  00000280
               ACCESS MODE IS SEQUENTIAL                                00000290
               RECORD KEY IS FB-MST-SEQ-NO                              00000300
               ALTERNATE RECORD KEY IS FB-MST-CLASS-CODE                00000310
                   WITH DUPLICATES                                      00000320
               FILE STATUS IS WS-MST-STATUS.                            00000330
           SELECT OPTIONAL PURGE-LOG-FILE ASSIGN TO "PURGFILE"          00000340
               ORGANIZATION IS INDEXED                                  00000350
               ACCESS MODE IS RANDOM                                    00000360
               RECORD KEY IS FB-PLG-SEQ-NO                              00000370
               FILE STATUS IS WS-PLG-STATUS.                            00000380
           SELECT BACKUP-FILE ASSIGN TO "BACKFILE"                      00000390
               ORGANIZATION IS LINE SEQUENTIAL                          00000400
               FILE STATUS IS WS-BKP-STATUS.                            00000410
           SELECT PURGE-REPORT-FILE ASSIGN TO "PRGFILE"                 00000420
               ORGANIZATION IS LINE SEQUENTIAL                          00000430
               FILE STATUS IS WS-PRG-STATUS.                            00000440
       DATA DIVISION.                                                   00000450
       FILE SECTION.                                                    00000460
       FD  MASTER-FILE                                                  00000470
           LABEL RECORDS ARE STANDARD.                                  00000480
           COPY FBMSTR.                                                 00000490
       FD  PURGE-LOG-FILE                                               00000500
           LABEL RECORDS ARE STANDARD.                                  00000510
           COPY FBPLOG.                                                 00000520
       FD  BACKUP-FILE                                                  00000530
           LABEL RECORDS ARE STANDARD.                                  00000540
           COPY FBMSTR REPLACING LEADING ==FB-== BY ==BKP-==.           00000550
       FD  PURGE-REPORT-FILE                                            00000560
           LABEL RECORDS ARE STANDARD.                                  00000570
       01  PURGE-REPORT-LINE PIC X(80).                                 00000580
       WORKING-STORAGE SECTION.                                         00000590
       01  WS-MST-STATUS PIC XX.                                        00000600
            88 MST-OK VALUE '00'.                                       00000610
            88 MST-EOF VALUE '10'.                                      00000620
            88 MST-FILE-MISSING VALUE '35'.                             00000630
       01  WS-PLG-STATUS PIC XX.                                        00000640
            88 PLG-OK VALUE '00'.                                       00000650
            88 PLG-CREATED VALUE '05'.                                  00000660
            88 PLG-DUP-KEY VALUE '22'.                                  00000670
       01  WS-BKP-STATUS PIC XX.                                        00000680
            88 BKP-OK VALUE '00'.                                       00000690
            88 BKP-CREATED VALUE '05'.                                  00000700
       01  WS-PRG-STATUS PIC XX.                                        00000710
            88 PRG-OK VALUE '00'.                                       00000720
       01  WS-PARM-CARD.                                                00000730
            05 WS-PARM-AGE PIC X(5).                                    00000740
            05 WS-PARM-ASOF PIC X(8).                                   00000750
            05 FILLER PIC X(23).                                        00000760
       01  WS-AGE-DAYS PIC 9(5) VALUE 0.                                00000770
       01  WS-RUN-DATE.                                                 00000780
            05 WS-RUN-CCYY PIC 9(4).                                    00000790
            05 WS-RUN-MM PIC 99.                                        00000800
            05 WS-RUN-DD PIC 99.                                        00000810
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).                00000820
       01  WS-ASOF-DATE PIC 9(8) VALUE 0.                               00000830
       01  WS-DATE-CCYYMMDD.                                            00000840
            05 WS-DTE-CCYY PIC 9(4).                                    00000850
            05 WS-DTE-MM PIC 99.                                        00000860
            05 WS-DTE-DD PIC 99.                                        00000870
       01  WS-DATE-CCYYMMDD-N REDEFINES WS-DATE-CCYYMMDD PIC 9(8).      00000880
       01  WS-DATE-INT PIC 9(8) VALUE 0.                                00000890
       01  WS-CUTOFF-INT PIC 9(8) VALUE 0.                              00000900
       01  WS-PURGE-DATE PIC 9(8) VALUE 0.                              00000910
       01  WS-DATE-OK-FLAG PIC X VALUE 'N'.                             00000920
            88 RUN-DATE-OK VALUE 'Y'.                                   00000930
       01  WS-CLASS-NAMES.                                              00000940
            05 FILLER PIC X(12) VALUE 'FIZZ'.                           00000950
            05 FILLER PIC X(12) VALUE 'BUZZ'.                           00000960
            05 FILLER PIC X(12) VALUE 'BAZZ'.                           00000970
            05 FILLER PIC X(12) VALUE 'FIZZBUZZ'.                       00000980
            05 FILLER PIC X(12) VALUE 'FIZZBAZZ'.                       00000990
            05 FILLER PIC X(12) VALUE 'BUZZBAZZ'.                       00001000
            05 FILLER PIC X(12) VALUE 'FIZZBUZZBAZZ'.                   00001010
            05 FILLER PIC X(12) VALUE 'NONE'.                           00001020
            05 FILLER PIC X(12) VALUE 'OTHER'.                          00001030
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.                00001040
            05 WS-CLASS-NAME OCCURS 9 TIMES PIC X(12).                  00001050
       01  WS-CLASS-IX PIC 9(2) VALUE 0.                                00001060
       01  WS-PURGE-COUNTS.                                             00001070
            05 WS-PRG-COUNT OCCURS 9 TIMES PIC 9(7).                    00001080
       01  WS-READ-COUNT PIC 9(7) VALUE 0.                              00001090
       01  WS-PURGED-COUNT PIC 9(7) VALUE 0.                            00001100
       01  WS-KEPT-COUNT PIC 9(7) VALUE 0.                              00001110
       01  WS-BAD-DATE-COUNT PIC 9(7) VALUE 0.                          00001120
       01  WS-PURGE-HEADING PIC X(80)                                   00001130
               VALUE 'FIZZBUZZ CLASSIFICATION MASTER PURGE'.            00001140
       01  WS-CUTOFF-LINE.                                              00001150
            05 FILLER PIC X(21) VALUE 'RECORDS OLDER THAN '.            00001160
            05 WS-CUT-AGE PIC ZZZZ9.                                    00001170
            05 FILLER PIC X(12) VALUE ' DAYS AS OF '.                   00001180
            05 WS-CUT-DATE PIC 9(8).                                    00001190
            05 FILLER PIC X(11) VALUE ' ARE PURGED'.                    00001200
            05 FILLER PIC X(23) VALUE SPACES.                           00001210
       01  WS-CLASS-LINE.                                               00001220
            05 FILLER PIC X(5) VALUE SPACES.                            00001230
            05 WS-CLS-NAME PIC X(12).                                   00001240
            05 FILLER PIC X(2) VALUE SPACES.                            00001250
            05 WS-CLS-COUNT PIC ZZZ,ZZZ,ZZ9.                            00001260
            05 FILLER PIC X(50) VALUE SPACES.                           00001270
       01  WS-MSG-LINE.                                                 00001280
            05 WS-MSG-TEXT PIC X(44).                                   00001290
            05 WS-MSG-NO PIC ZZZ,ZZZ,ZZ9.                               00001300
            05 FILLER PIC X(25) VALUE SPACES.                           00001310
       PROCEDURE DIVISION.                                              00001320
       0000-MAIN.                                                       00001330
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00001340
           MOVE SPACES TO WS-PARM-CARD                                  00001350
           ACCEPT WS-PARM-CARD FROM SYSIN                               00001360
           IF WS-PARM-AGE IS NOT NUMERIC THEN                           00001370
               DISPLAY 'FBPURGE AGE PARAMETER IS NOT NUMERIC: '         00001380
                   WS-PARM-AGE UPON CONSOLE                             00001390
               MOVE 8 TO RETURN-CODE                                    00001400
               STOP RUN                                                 00001410
           END-IF                                                       00001420
           MOVE WS-PARM-AGE TO WS-AGE-DAYS                              00001430
           MOVE WS-RUN-DATE-N TO WS-ASOF-DATE                           00001440
           IF WS-PARM-ASOF NOT = SPACES THEN                            00001450
               PERFORM PERF-CHECK-ASOF-DATE                             00001460
           END-IF                                                       00001470
           COMPUTE WS-CUTOFF-INT =                                      00001480
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)                   00001490
               - WS-AGE-DAYS                                            00001500
           MOVE WS-RUN-DATE-N TO WS-PURGE-DATE                          00001510
           OPEN I-O MASTER-FILE                                         00001520
           IF MST-FILE-MISSING THEN                                     00001530
               DISPLAY 'FBPURGE CLASSIFICATION MASTER NOT FOUND'        00001540
                   UPON CONSOLE                                         00001550
               MOVE 12 TO RETURN-CODE                                   00001560
               STOP RUN                                                 00001570
           END-IF                                                       00001580
           IF NOT MST-OK THEN                                           00001590
               DISPLAY 'FBPURGE MASTER FILE OPEN ERROR, STATUS='        00001600
                   WS-MST-STATUS UPON CONSOLE                           00001610
               MOVE 32 TO RETURN-CODE                                   00001620
               STOP RUN                                                 00001630
           END-IF                                                       00001640
           OPEN I-O PURGE-LOG-FILE                                      00001650
           IF NOT PLG-OK AND NOT PLG-CREATED THEN                       00001660
               DISPLAY 'FBPURGE PURGE LOG OPEN ERROR, STATUS='          00001670
                   WS-PLG-STATUS UPON CONSOLE                           00001680
               MOVE 60 TO RETURN-CODE                                   00001690
               STOP RUN                                                 00001700
           END-IF                                                       00001710
           OPEN OUTPUT BACKUP-FILE                                      00001720
           IF NOT BKP-OK AND NOT BKP-CREATED THEN                       00001730
               DISPLAY 'FBPURGE BACKUP FILE OPEN ERROR, STATUS='        00001740
                   WS-BKP-STATUS UPON CONSOLE                           00001750
               MOVE 36 TO RETURN-CODE                                   00001760
               STOP RUN                                                 00001770
           END-IF                                                       00001780
           OPEN OUTPUT PURGE-REPORT-FILE                                00001790
           IF NOT PRG-OK THEN                                           00001800
               DISPLAY 'FBPURGE PURGE REPORT OPEN ERROR, STATUS='       00001810
                   WS-PRG-STATUS UPON CONSOLE                           00001820
               MOVE 40 TO RETURN-CODE                                   00001830
               STOP RUN                                                 00001840
           END-IF                                                       00001850
           MOVE ZEROS TO WS-PURGE-COUNTS                                00001860
           PERFORM PERF-READ-MASTER                                     00001870
           PERFORM PERF-PROCESS-RECORD UNTIL MST-EOF                    00001880
           CLOSE MASTER-FILE                                            00001890
           CLOSE PURGE-LOG-FILE                                         00001900
           CLOSE BACKUP-FILE                                            00001910
           PERFORM PERF-PRINT-REPORT                                    00001920
           CLOSE PURGE-REPORT-FILE                                      00001930
           DISPLAY 'FBPURGE RECORDS READ: ' WS-READ-COUNT               00001940
               ', PURGED: ' WS-PURGED-COUNT                             00001950
               ', KEPT: ' WS-KEPT-COUNT UPON CONSOLE                    00001960
           STOP RUN.                                                    00001970
       PERF-READ-MASTER.                                                00001980
           READ MASTER-FILE NEXT RECORD                                 00001990
               AT END CONTINUE                                          00002000
           END-READ                                                     00002010
           IF NOT MST-OK AND NOT MST-EOF THEN                           00002020
               DISPLAY 'FBPURGE MASTER FILE READ ERROR, STATUS='        00002030
                   WS-MST-STATUS UPON CONSOLE                           00002040
               MOVE 44 TO RETURN-CODE                                   00002050
               STOP RUN                                                 00002060
           END-IF.                                                      00002070
       PERF-PROCESS-RECORD.                                             00002080
           ADD 1 TO WS-READ-COUNT                                       00002090
           PERFORM PERF-CHECK-RUN-DATE                                  00002100
           IF RUN-DATE-OK                                               00002110
               AND WS-DATE-INT < WS-CUTOFF-INT THEN                     00002120
               PERFORM PERF-PURGE-RECORD                                00002130
           ELSE                                                         00002140
               IF NOT RUN-DATE-OK THEN                                  00002150
                   ADD 1 TO WS-BAD-DATE-COUNT                           00002160
               END-IF                                                   00002170
               PERFORM PERF-BACKUP-RECORD                               00002180
           END-IF                                                       00002190
           PERFORM PERF-READ-MASTER.                                    00002200
      *                                                                 00002210
      * AN AS-OF DATE MUST BE A REAL CALENDAR DATE NO LATER THAN TODAY, 00002220
      * SO A MISTYPED CARD CANNOT MOVE THE CUTOFF INTO THE FUTURE AND   00002230
      * PURGE RECORDS THAT ARE STILL INSIDE THE RETENTION AGE.          00002240
      *                                                                 00002250
       PERF-CHECK-ASOF-DATE.                                            00002260
           MOVE 'N' TO WS-DATE-OK-FLAG                                  00002270
           IF WS-PARM-ASOF IS NUMERIC THEN                              00002280
               MOVE WS-PARM-ASOF TO WS-DATE-CCYYMMDD                    00002290
               IF WS-DTE-MM >= 1 AND WS-DTE-MM <= 12                    00002300
                   AND WS-DTE-DD >= 1 AND WS-DTE-DD <= 31               00002310
                   AND WS-DATE-CCYYMMDD-N <= WS-RUN-DATE-N THEN         00002320
                   COMPUTE WS-DATE-INT =                                00002330
                       FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD-N)     00002340
                   IF WS-DATE-INT > 0 THEN                              00002350
                       MOVE 'Y' TO WS-DATE-OK-FLAG                      00002360
                   END-IF                                               00002370
               END-IF                                                   00002380
           END-IF                                                       00002390
           IF NOT RUN-DATE-OK THEN                                      00002400
               DISPLAY 'FBPURGE AS-OF DATE IS NOT A VALID CCYYMMDD '    00002410
                   'DATE UP TO TODAY: ' WS-PARM-ASOF UPON CONSOLE       00002420
               MOVE 8 TO RETURN-CODE                                    00002430
               STOP RUN                                                 00002440
           END-IF                                                       00002450
           MOVE WS-DATE-CCYYMMDD-N TO WS-ASOF-DATE.                     00002460
      *                                                                 00002470
      * A RUN DATE MUST BE NUMERIC AND A REAL CALENDAR DATE BEFORE IT   00002480
      * IS COMPARED TO THE CUTOFF; ANYTHING ELSE IS KEPT RATHER THAN    00002490
      * PURGED ON A DATE WE CANNOT TRUST.                               00002500
      *                                                                 00002510
       PERF-CHECK-RUN-DATE.                                             00002520
           MOVE 'N' TO WS-DATE-OK-FLAG                                  00002530
           IF FB-MST-RUN-DATE IS NUMERIC                                00002540
               AND FB-MST-RUN-MM >= 1 AND FB-MST-RUN-MM <= 12           00002550
               AND FB-MST-RUN-DD >= 1 AND FB-MST-RUN-DD <= 31 THEN      00002560
               MOVE FB-MST-RUN-CCYY TO WS-DTE-CCYY                      00002570
               MOVE FB-MST-RUN-MM TO WS-DTE-MM                          00002580
               MOVE FB-MST-RUN-DD TO WS-DTE-DD                          00002590
               COMPUTE WS-DATE-INT =                                    00002600
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CCYYMMDD-N)         00002610
               IF WS-DATE-INT > 0 THEN                                  00002620
                   MOVE 'Y' TO WS-DATE-OK-FLAG                          00002630
               END-IF                                                   00002640
           END-IF.                                                      00002650
       PERF-PURGE-RECORD.                                               00002660
           PERFORM PERF-SET-CLASS-IX                                    00002670
           ADD 1 TO WS-PRG-COUNT (WS-CLASS-IX)                          00002680
           ADD 1 TO WS-PURGED-COUNT                                     00002690
           DELETE MASTER-FILE                                           00002700
           IF NOT MST-OK THEN                                           00002710
               DISPLAY 'FBPURGE MASTER DELETE ERROR, STATUS='           00002720
                   WS-MST-STATUS UPON CONSOLE                           00002730
               MOVE 48 TO RETURN-CODE                                   00002740
               STOP RUN                                                 00002750
           END-IF                                                       00002760
           PERFORM PERF-LOG-PURGE.                                      00002770
      *                                                                 00002780
      * THE RUN DATE LOGGED IS THE ONE PERF-CHECK-RUN-DATE JUST BUILT   00002790
      * FOR THE CUTOFF TEST.  A NUMBER PURGED BEFORE, RELOADED, AND     00002800
      * PURGED AGAIN KEEPS ONLY ITS LATEST PURGE.                       00002810
      *                                                                 00002820
       PERF-LOG-PURGE.                                                  00002830
           MOVE FB-MST-SEQ-NO TO FB-PLG-SEQ-NO                          00002840
           MOVE FB-MST-CLASS-CODE TO FB-PLG-CLASS-CODE                  00002850
           MOVE FB-MST-OVRD-FLAG TO FB-PLG-OVRD-FLAG                    00002860
           MOVE WS-DATE-CCYYMMDD-N TO FB-PLG-RUN-DATE                   00002870
           MOVE WS-PURGE-DATE TO FB-PLG-PURGE-DATE                      00002880
           WRITE FB-PURGE-LOG-RECORD                                    00002890
           IF PLG-DUP-KEY THEN                                          00002900
               REWRITE FB-PURGE-LOG-RECORD                              00002910
           END-IF                                                       00002920
           IF NOT PLG-OK THEN                                           00002930
               DISPLAY 'FBPURGE PURGE LOG WRITE ERROR, STATUS='         00002940
                   WS-PLG-STATUS UPON CONSOLE                           00002950
               MOVE 64 TO RETURN-CODE                                   00002960
               STOP RUN                                                 00002970
           END-IF.                                                      00002980
       PERF-BACKUP-RECORD.                                              00002990
           MOVE FB-MASTER-RECORD TO BKP-MASTER-RECORD                   00003000
           WRITE BKP-MASTER-RECORD                                      00003010
           IF NOT BKP-OK THEN                                           00003020
               DISPLAY 'FBPURGE BACKUP FILE WRITE ERROR, STATUS='       00003030
                   WS-BKP-STATUS UPON CONSOLE                           00003040
               MOVE 52 TO RETURN-CODE                                   00003050
               STOP RUN                                                 00003060
           END-IF                                                       00003070
           ADD 1 TO WS-KEPT-COUNT.                                      00003080
       PERF-SET-CLASS-IX.                                               00003090
           EVALUATE FB-MST-CLASS-CODE                                   00003100
               WHEN 'FIZZ'                                              00003110
                   MOVE 1 TO WS-CLASS-IX                                00003120
               WHEN 'BUZZ'                                              00003130
                   MOVE 2 TO WS-CLASS-IX                                00003140
               WHEN 'BAZZ'                                              00003150
                   MOVE 3 TO WS-CLASS-IX                                00003160
               WHEN 'FIZZBUZZ'                                          00003170
                   MOVE 4 TO WS-CLASS-IX                                00003180
               WHEN 'FIZZBAZZ'                                          00003190
                   MOVE 5 TO WS-CLASS-IX                                00003200
               WHEN 'BUZZBAZZ'                                          00003210
                   MOVE 6 TO WS-CLASS-IX                                00003220
               WHEN 'FIZZBUZZBAZZ'                                      00003230
                   MOVE 7 TO WS-CLASS-IX                                00003240
               WHEN 'NONE'                                              00003250
                   MOVE 8 TO WS-CLASS-IX                                00003260
               WHEN OTHER                                               00003270
                   MOVE 9 TO WS-CLASS-IX                                00003280
           END-EVALUATE.                                                00003290
       PERF-CHECK-PRG-STATUS.                                           00003300
           IF NOT PRG-OK THEN                                           00003310
               DISPLAY 'FBPURGE PURGE REPORT WRITE ERROR, STATUS='      00003320
                   WS-PRG-STATUS UPON CONSOLE                           00003330
               MOVE 56 TO RETURN-CODE                                   00003340
               STOP RUN                                                 00003350
           END-IF.                                                      00003360
       PERF-PRINT-REPORT.                                               00003370
           WRITE PURGE-REPORT-LINE FROM WS-PURGE-HEADING                00003380
           PERFORM PERF-CHECK-PRG-STATUS                                00003390
           MOVE SPACES TO PURGE-REPORT-LINE                             00003400
           WRITE PURGE-REPORT-LINE                                      00003410
           PERFORM PERF-CHECK-PRG-STATUS                                00003420
           MOVE WS-AGE-DAYS TO WS-CUT-AGE                               00003430
           MOVE WS-ASOF-DATE TO WS-CUT-DATE                             00003440
           WRITE PURGE-REPORT-LINE FROM WS-CUTOFF-LINE                  00003450
           PERFORM PERF-CHECK-PRG-STATUS                                00003460
           MOVE SPACES TO PURGE-REPORT-LINE                             00003470
           WRITE PURGE-REPORT-LINE                                      00003480
           PERFORM PERF-CHECK-PRG-STATUS                                00003490
           MOVE 'PURGED BY CLASS' TO PURGE-REPORT-LINE                  00003500
           WRITE PURGE-REPORT-LINE                                      00003510
           PERFORM PERF-CHECK-PRG-STATUS                                00003520
           PERFORM PERF-PRINT-CLASS                                     00003530
               VARYING WS-CLASS-IX FROM 1 BY 1                          00003540
               UNTIL WS-CLASS-IX > 9                                    00003550
           MOVE SPACES TO PURGE-REPORT-LINE                             00003560
           WRITE PURGE-REPORT-LINE                                      00003570
           PERFORM PERF-CHECK-PRG-STATUS                                00003580
           MOVE 'RECORDS READ' TO WS-MSG-TEXT                           00003590
           MOVE WS-READ-COUNT TO WS-MSG-NO                              00003600
           WRITE PURGE-REPORT-LINE FROM WS-MSG-LINE                     00003610
           PERFORM PERF-CHECK-PRG-STATUS                                00003620
           MOVE 'RECORDS PURGED' TO WS-MSG-TEXT                         00003630
           MOVE WS-PURGED-COUNT TO WS-MSG-NO                            00003640
           WRITE PURGE-REPORT-LINE FROM WS-MSG-LINE                     00003650
           PERFORM PERF-CHECK-PRG-STATUS                                00003660
           MOVE 'RECORDS KEPT AND BACKED UP' TO WS-MSG-TEXT             00003670
           MOVE WS-KEPT-COUNT TO WS-MSG-NO                              00003680
           WRITE PURGE-REPORT-LINE FROM WS-MSG-LINE                     00003690
           PERFORM PERF-CHECK-PRG-STATUS                                00003700
           MOVE 'RECORDS KEPT ON UNUSABLE RUN DATE' TO WS-MSG-TEXT      00003710
           MOVE WS-BAD-DATE-COUNT TO WS-MSG-NO                          00003720
           WRITE PURGE-REPORT-LINE FROM WS-MSG-LINE                     00003730
           PERFORM PERF-CHECK-PRG-STATUS.                               00003740
       PERF-PRINT-CLASS.                                                00003750
           MOVE WS-CLASS-NAME (WS-CLASS-IX) TO WS-CLS-NAME              00003760
           MOVE WS-PRG-COUNT (WS-CLASS-IX) TO WS-CLS-COUNT              00003770
           WRITE PURGE-REPORT-LINE FROM WS-CLASS-LINE                   00003780
           PERFORM PERF-CHECK-PRG-STATUS.                               00003790
