      *                                                                 00000010
      * FBDATCNV - FOUR-DIGIT YEAR CONVERSION OF THE RUN DATE FILES     00000020
      * ONE-TIME CONVERSION THAT REWRITES EVERY FILE CARRYING A RUN     00000030
      * DATE IN THE OLD SIX-DIGIT YYMMDD FORM INTO THE CCYYMMDD FORM    00000040
      * THE RECORD LAYOUTS NOW CARRY:                                   00000050
      *   AUDTFILE  RUN AUDIT (FBAUDIT)                                 00000060
      *   STEPFILE  STEP STATUS FEED (FBSTEP)                           00000070
      *   CATFILE   GENERATION CATALOG ENTRIES (FBCATLG)                00000080
      *   ARCXFILE  ARCHIVE INDEX ENTRIES (FBCATLG)                     00000090
      *   MASTFILE  CLASSIFICATION MASTER (FBMSTR)                      00000100
      *   HISTFILE  CLASSIFICATION HISTORY (FBHIST)                     00000110
      *   BACKFILE, XBASFILE, XIMGFILE, CORRFILE  MASTER IMAGES         00000120
      *   EXTRFILE.GNNNN FOR EVERY CATALOGED GENERATION, ARCHEXTR.GNNNN 00000130
      *   FOR EVERY ARCHIVED GENERATION, AND THE STAGED EXTRFILE        00000140
      *   (EXTRACT HEADER RECORDS ONLY; DETAILS AND TRAILERS ARE        00000150
      *   UNCHANGED).                                                   00000160
      * THE MASTER AND THE MASTER IMAGES ALSO GAIN THE PRINTED DATE AT  00000170
      * THE END OF THE RECORD, SET TO ZERO UNTIL FBSPOIL POSTS A GOOD   00000180
      * LABEL FOR THE NUMBER.  THE OLD MASTER IS READ WITH ITS          00000190
      * ORIGINAL SEQUENCE-NUMBER KEY ONLY; THE RELOAD IS WHAT BUILDS    00000200
      * THE CLASS-CODE ALTERNATE INDEX THAT THE FBINQ BROWSE RELIES ON. 00000210
      * THE CLASSIFICATION SYSTEM HAS ONLY EVER RUN IN THIS CENTURY,    00000220
      * SO EVERY NONZERO DATE IS GIVEN CENTURY 20; A ZERO DATE STAYS    00000230
      * ZERO.  EACH FILE IS COPIED TO THE CNVWORK WORK FILE AND THEN    00000240
      * REWRITTEN FROM IT IN THE NEW FORM; THE KEYED FILES ARE          00000250
      * RELOADED IN KEY ORDER, WHICH THE CENTURY DOES NOT DISTURB.      00000260
      * A FILE THAT IS NOT PRESENT IS REPORTED AND PASSED OVER.         00000270
      * THE REPORT (CNVRFILE) GIVES THE RECORDS BEFORE AND AFTER AND    00000280
      * THE DATES CONVERTED FOR EACH FILE.  A STEP STATUS RECORD FOR    00000290
      * FBDATCNV IS APPENDED AT THE END, AND THE PROGRAM REFUSES TO     00000300
      * RUN (RETURN CODE 8) WHEN THE FEED ALREADY HAS ONE, SO THE       00000310
      * CENTURY CANNOT BE ADDED TWICE.  BACK UP THE FILES FIRST; A RUN  00000320
      * THAT ENDS IN AN I/O ERROR MUST BE RESTORED FROM THE BACKUP      00000330
      * BEFORE IT IS RETRIED.                                           00000340
      * AUSTIN BITTINGER - 2026/10/15                                   00000350
      *                                                                 00000360
       IDENTIFICATION DIVISION.                                         00000370
       PROGRAM-ID. FBDATCNV.                                            00000380
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000390
       ENVIRONMENT DIVISION.                                            00000400
       INPUT-OUTPUT SECTION.                                            00000410
       FILE-CONTROL.                                                    00000420
           SELECT OPTIONAL CONVERT-FILE ASSIGN TO DYNAMIC WS-CNV-DSN    00000430
               ORGANIZATION IS LINE SEQUENTIAL                          00000440
               FILE STATUS IS WS-CNV-STATUS.                            00000450
           SELECT WORK-FILE ASSIGN TO "CNVWORK"                         00000460
               ORGANIZATION IS LINE SEQUENTIAL                          00000470
               FILE STATUS IS WS-WRK-STATUS.                            00000480
           SELECT OLD-MASTER-FILE ASSIGN TO "MASTFILE"                  00000490
               ORGANIZATION IS INDEXED                                  00000500
               ACCESS MODE IS SEQUENTIAL                                00000510
               RECORD KEY IS OLD-MST-SEQ-NO                             00000520
               FILE STATUS IS WS-MST-STATUS.                            00000530
           SELECT MASTER-FILE ASSIGN TO "MASTFILE"                      00000540
               ORGANIZATION IS INDEXED                                  00000550
               ACCESS MODE IS SEQUENTIAL                                00000560
               RECORD KEY IS FB-MST-SEQ-NO                              00000570
               ALTERNATE RECORD KEY IS FB-MST-CLASS-CODE                00000580
                   WITH DUPLICATES                                      00000590
               FILE STATUS IS WS-MST-STATUS.                            00000600
           SELECT OLD-HISTORY-FILE ASSIGN TO "HISTFILE"                 00000610
               ORGANIZATION IS INDEXED                                  00000620
               ACCESS MODE IS SEQUENTIAL                                00000630
               RECORD KEY IS OLD-HST-KEY                                00000640
               FILE STATUS IS WS-HST-STATUS.                            00000650
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"                     00000660
               ORGANIZATION IS INDEXED                                  00000670
               ACCESS MODE IS SEQUENTIAL                                00000680
               RECORD KEY IS FB-HST-KEY                                 00000690
               FILE STATUS IS WS-HST-STATUS.                            00000700
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO DYNAMIC WS-CAT-DSN    00000710
               ORGANIZATION IS LINE SEQUENTIAL                          00000720
               FILE STATUS IS WS-CAT-STATUS.                            00000730
           SELECT CONVERT-REPORT-FILE ASSIGN TO "CNVRFILE"              00000740
               ORGANIZATION IS LINE SEQUENTIAL                          00000750
               FILE STATUS IS WS-RPT-STATUS.                            00000760
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "STEPFILE"        00000770
               ORGANIZATION IS LINE SEQUENTIAL                          00000780
               FILE STATUS IS WS-STEP-STATUS.                           00000790
       DATA DIVISION.                                                   00000800
       FILE SECTION.                                                    00000810
       FD  CONVERT-FILE                                                 00000820
           LABEL RECORDS ARE STANDARD.                                  00000830
       01  CONVERT-RECORD PIC X(200).                                   00000840
       FD  WORK-FILE                                                    00000850
           LABEL RECORDS ARE STANDARD.                                  00000860
       01  WORK-RECORD PIC X(200).                                      00000870
      *                                                                 00000880
      * THE MASTER AND HISTORY AS THEY WERE WITH SIX-DIGIT RUN DATES.   00000890
      *                                                                 00000900
       FD  OLD-MASTER-FILE                                              00000910
           LABEL RECORDS ARE STANDARD.                                  00000920
       01  OLD-MASTER-RECORD.                                           00000930
            05 OLD-MST-SEQ-NO PIC 9(7).                                 00000940
            05 OLD-MST-CLASS-CODE PIC X(12).                            00000950
            05 OLD-MST-OVRD-FLAG PIC X.                                 00000960
            05 OLD-MST-RUN-DATE PIC 9(6).                               00000970
            05 OLD-MST-DIVISOR-1 PIC 9(7).                              00000980
            05 OLD-MST-DIVISOR-2 PIC 9(7).                              00000990
            05 OLD-MST-DIVISOR-3 PIC 9(7).                              00001000
       FD  MASTER-FILE                                                  00001010
           LABEL RECORDS ARE STANDARD.                                  00001020
           COPY FBMSTR.                                                 00001030
       FD  OLD-HISTORY-FILE                                             00001040
           LABEL RECORDS ARE STANDARD.                                  00001050
       01  OLD-HISTORY-RECORD.                                          00001060
            05 OLD-HST-KEY.                                             00001070
                10 OLD-HST-SEQ-NO PIC 9(7).                             00001080
                10 OLD-HST-RUN-DATE PIC 9(6).                           00001090
            05 OLD-HST-CLASS-CODE PIC X(12).                            00001100
            05 OLD-HST-OVRD-FLAG PIC X.                                 00001110
            05 OLD-HST-DIVISOR-1 PIC 9(7).                              00001120
            05 OLD-HST-DIVISOR-2 PIC 9(7).                              00001130
            05 OLD-HST-DIVISOR-3 PIC 9(7).                              00001140
       FD  HISTORY-FILE                                                 00001150
           LABEL RECORDS ARE STANDARD.                                  00001160
           COPY FBHIST.                                                 00001170
       FD  CATALOG-FILE                                                 00001180
           LABEL RECORDS ARE STANDARD.                                  00001190
           COPY FBCATLG.                                                00001200
       FD  CONVERT-REPORT-FILE                                          00001210
           LABEL RECORDS ARE STANDARD.                                  00001220
       01  CONVERT-REPORT-LINE PIC X(80).                               00001230
       FD  STEP-STATUS-FILE                                             00001240
           LABEL RECORDS ARE STANDARD.                                  00001250
           COPY FBSTEP.                                                 00001260
       WORKING-STORAGE SECTION.                                         00001270
       01  WS-CNV-STATUS PIC XX.                                        00001280
            88 CNV-OK VALUE '00'.                                       00001290
            88 CNV-NOT-PRESENT VALUE '05'.                              00001300
            88 CNV-EOF VALUE '10'.                                      00001310
       01  WS-WRK-STATUS PIC XX.                                        00001320
            88 WRK-OK VALUE '00'.                                       00001330
            88 WRK-EOF VALUE '10'.                                      00001340
       01  WS-MST-STATUS PIC XX.                                        00001350
            88 MST-OK VALUE '00' '02'.                                  00001360
            88 MST-EOF VALUE '10'.                                      00001370
            88 MST-NOT-PRESENT VALUE '35'.                              00001380
       01  WS-HST-STATUS PIC XX.                                        00001390
            88 HST-OK VALUE '00'.                                       00001400
            88 HST-EOF VALUE '10'.                                      00001410
            88 HST-NOT-PRESENT VALUE '35'.                              00001420
       01  WS-CAT-STATUS PIC XX.                                        00001430
            88 CAT-OK VALUE '00'.                                       00001440
            88 CAT-NOT-PRESENT VALUE '05'.                              00001450
            88 CAT-EOF VALUE '10'.                                      00001460
       01  WS-RPT-STATUS PIC XX.                                        00001470
            88 RPT-OK VALUE '00'.                                       00001480
       01  WS-STEP-STATUS PIC XX.                                       00001490
            88 STEP-OK VALUE '00'.                                      00001500
            88 STEP-CREATED VALUE '05'.                                 00001510
       01  WS-RUN-DATE.                                                 00001520
            05 WS-RUN-CCYY PIC 9(4).                                    00001530
            05 WS-RUN-MM PIC 99.                                        00001540
            05 WS-RUN-DD PIC 99.                                        00001550
       01  WS-CNV-DSN PIC X(14).                                        00001560
       01  WS-CAT-DSN PIC X(14).                                        00001570
       01  WS-GEN-EXTR-DSN.                                             00001580
            05 FILLER PIC X(10) VALUE 'EXTRFILE.G'.                     00001590
            05 WS-GEN-EXTR-GEN PIC 9(4).                                00001600
       01  WS-ARCH-EXTR-DSN.                                            00001610
            05 FILLER PIC X(10) VALUE 'ARCHEXTR.G'.                     00001620
            05 WS-ARCH-EXTR-GEN PIC 9(4).                               00001630
      *                                                                 00001640
      * HOW THE CURRENT FILE IS CONVERTED: THE POSITION OF THE OLD      00001650
      * SIX-DIGIT DATE IN THE RECORD, AND WHICH RECORDS CARRY ONE       00001660
      * (A ALL RECORDS, C CATALOG ENTRIES BUT NOT THE CATALOG HEADER,   00001670
      * E EXTRACT HEADER RECORDS ONLY, M MASTER RECORDS, WHICH ALSO     00001680
      * GAIN A ZERO PRINTED DATE).                                      00001690
      *                                                                 00001700
       01  WS-DATE-POS PIC 9(3) VALUE 0.                                00001710
       01  WS-REC-KIND PIC X VALUE 'A'.                                 00001720
            88 KIND-ALL VALUE 'A'.                                      00001730
            88 KIND-CATALOG VALUE 'C'.                                  00001740
            88 KIND-EXTRACT VALUE 'E'.                                  00001750
            88 KIND-MASTER VALUE 'M'.                                   00001760
       01  WS-KEEP-LEN PIC 9(3) VALUE 0.                                00001770
       01  WS-TAIL-LEN PIC 9(3) VALUE 0.                                00001780
       01  WS-NEW-POS PIC 9(3) VALUE 0.                                 00001790
       01  WS-OLD-REC PIC X(200).                                       00001800
       01  WS-NEW-REC PIC X(200).                                       00001810
           COPY FBMSTR REPLACING LEADING ==FB-== BY ==CNV-==.           00001820
       01  WS-BEFORE-COUNT PIC 9(7) VALUE 0.                            00001830
       01  WS-AFTER-COUNT PIC 9(7) VALUE 0.                             00001840
       01  WS-DATE-COUNT PIC 9(7) VALUE 0.                              00001850
       01  WS-FILE-COUNT PIC 9(7) VALUE 0.                              00001860
       01  WS-TOTAL-DATES PIC 9(7) VALUE 0.                             00001870
       01  WS-EXTR-FILES PIC 9(7) VALUE 0.                              00001880
       01  WS-DONE-FLAG PIC X VALUE 'N'.                                00001890
            88 ALREADY-CONVERTED VALUE 'Y'.                             00001900
       01  WS-CNV-HEADING PIC X(80)                                     00001910
               VALUE 'FIZZBUZZ FOUR-DIGIT YEAR CONVERSION'.             00001920
       01  WS-COLUMN-HEADING.                                           00001930
            05 FILLER PIC X(15) VALUE 'FILE'.                           00001940
            05 FILLER PIC X(12) VALUE '    BEFORE'.                     00001950
            05 FILLER PIC X(12) VALUE '     AFTER'.                     00001960
            05 FILLER PIC X(12) VALUE '     DATES'.                     00001970
            05 FILLER PIC X(29) VALUE SPACES.                           00001980
       01  WS-FILE-LINE.                                                00001990
            05 WS-FLN-DSN PIC X(14).                                    00002000
            05 FILLER PIC X VALUE SPACE.                                00002010
            05 WS-FLN-BEFORE PIC ZZ,ZZZ,ZZ9.                            00002020
            05 FILLER PIC X(2) VALUE SPACES.                            00002030
            05 WS-FLN-AFTER PIC ZZ,ZZZ,ZZ9.                             00002040
            05 FILLER PIC X(2) VALUE SPACES.                            00002050
            05 WS-FLN-DATES PIC ZZ,ZZZ,ZZ9.                             00002060
            05 FILLER PIC X(2) VALUE SPACES.                            00002070
            05 WS-FLN-NOTE PIC X(29).                                   00002080
       01  WS-TOTAL-LINE.                                               00002090
            05 WS-TOT-TEXT PIC X(44).                                   00002100
            05 WS-TOT-COUNT PIC ZZZ,ZZZ,ZZ9.                            00002110
            05 FILLER PIC X(25) VALUE SPACES.                           00002120
       PROCEDURE DIVISION.                                              00002130
       0000-MAIN.                                                       00002140
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00002150
           PERFORM PERF-CHECK-ALREADY-RUN                               00002160
           OPEN OUTPUT CONVERT-REPORT-FILE                              00002170
           IF NOT RPT-OK THEN                                           00002180
               DISPLAY 'FBDATCNV REPORT FILE OPEN ERROR, STATUS='       00002190
                   WS-RPT-STATUS UPON CONSOLE                           00002200
               MOVE 36 TO RETURN-CODE                                   00002210
               STOP RUN                                                 00002220
           END-IF                                                       00002230
           WRITE CONVERT-REPORT-LINE FROM WS-CNV-HEADING                00002240
           PERFORM PERF-CHECK-RPT-STATUS                                00002250
           WRITE CONVERT-REPORT-LINE FROM WS-COLUMN-HEADING             00002260
           PERFORM PERF-CHECK-RPT-STATUS                                00002270
           MOVE 'AUDTFILE' TO WS-CNV-DSN                                00002280
           MOVE 1 TO WS-DATE-POS                                        00002290
           MOVE 'A' TO WS-REC-KIND                                      00002300
           PERFORM PERF-CONVERT-FLAT                                    00002310
           MOVE 21 TO WS-DATE-POS                                       00002320
           MOVE 'M' TO WS-REC-KIND                                      00002330
           MOVE 'BACKFILE' TO WS-CNV-DSN                                00002340
           PERFORM PERF-CONVERT-FLAT                                    00002350
           MOVE 'XBASFILE' TO WS-CNV-DSN                                00002360
           PERFORM PERF-CONVERT-FLAT                                    00002370
           MOVE 'XIMGFILE' TO WS-CNV-DSN                                00002380
           PERFORM PERF-CONVERT-FLAT                                    00002390
           MOVE 'CORRFILE' TO WS-CNV-DSN                                00002400
           PERFORM PERF-CONVERT-FLAT                                    00002410
           PERFORM PERF-CONVERT-MASTER                                  00002420
           PERFORM PERF-CONVERT-HISTORY                                 00002430
           MOVE 'CATFILE' TO WS-CNV-DSN                                 00002440
           MOVE 5 TO WS-DATE-POS                                        00002450
           MOVE 'C' TO WS-REC-KIND                                      00002460
           PERFORM PERF-CONVERT-FLAT                                    00002470
           MOVE 'ARCXFILE' TO WS-CNV-DSN                                00002480
           PERFORM PERF-CONVERT-FLAT                                    00002490
           MOVE 'EXTRFILE' TO WS-CNV-DSN                                00002500
           MOVE 8 TO WS-DATE-POS                                        00002510
           MOVE 'E' TO WS-REC-KIND                                      00002520
           PERFORM PERF-CONVERT-FLAT                                    00002530
           MOVE 'CATFILE' TO WS-CAT-DSN                                 00002540
           PERFORM PERF-CONVERT-GENERATIONS                             00002550
           MOVE 'ARCXFILE' TO WS-CAT-DSN                                00002560
           PERFORM PERF-CONVERT-GENERATIONS                             00002570
           MOVE 'STEPFILE' TO WS-CNV-DSN                                00002580
           MOVE 9 TO WS-DATE-POS                                        00002590
           MOVE 'A' TO WS-REC-KIND                                      00002600
           PERFORM PERF-CONVERT-FLAT                                    00002610
           MOVE SPACES TO CONVERT-REPORT-LINE                           00002620
           WRITE CONVERT-REPORT-LINE                                    00002630
           PERFORM PERF-CHECK-RPT-STATUS                                00002640
           MOVE 'FILES CONVERTED' TO WS-TOT-TEXT                        00002650
           MOVE WS-FILE-COUNT TO WS-TOT-COUNT                           00002660
           WRITE CONVERT-REPORT-LINE FROM WS-TOTAL-LINE                 00002670
           PERFORM PERF-CHECK-RPT-STATUS                                00002680
           MOVE 'EXTRACT FILES AMONG THEM' TO WS-TOT-TEXT               00002690
           MOVE WS-EXTR-FILES TO WS-TOT-COUNT                           00002700
           WRITE CONVERT-REPORT-LINE FROM WS-TOTAL-LINE                 00002710
           PERFORM PERF-CHECK-RPT-STATUS                                00002720
           MOVE 'RUN DATES CONVERTED' TO WS-TOT-TEXT                    00002730
           MOVE WS-TOTAL-DATES TO WS-TOT-COUNT                          00002740
           WRITE CONVERT-REPORT-LINE FROM WS-TOTAL-LINE                 00002750
           PERFORM PERF-CHECK-RPT-STATUS                                00002760
           CLOSE CONVERT-REPORT-FILE                                    00002770
           DISPLAY 'FBDATCNV FILES CONVERTED: ' WS-FILE-COUNT           00002780
               ', RUN DATES CONVERTED: ' WS-TOTAL-DATES UPON CONSOLE    00002790
           PERFORM PERF-WRITE-STEP-STATUS                               00002800
           STOP RUN.                                                    00002810
      *                                                                 00002820
      * THE PROGRAM NAME IS THE FIRST EIGHT BYTES OF A STEP RECORD IN   00002830
      * BOTH THE OLD AND THE NEW LAYOUT, SO THE FEED CAN BE SEARCHED    00002840
      * FOR AN EARLIER CONVERSION BEFORE IT IS CONVERTED ITSELF.        00002850
      *                                                                 00002860
       PERF-CHECK-ALREADY-RUN.                                          00002870
           MOVE 'STEPFILE' TO WS-CNV-DSN                                00002880
           OPEN INPUT CONVERT-FILE                                      00002890
           IF NOT CNV-OK AND NOT CNV-NOT-PRESENT THEN                   00002900
               DISPLAY 'FBDATCNV STEP STATUS OPEN ERROR, STATUS='       00002910
                   WS-CNV-STATUS UPON CONSOLE                           00002920
               MOVE 40 TO RETURN-CODE                                   00002930
               STOP RUN                                                 00002940
           END-IF                                                       00002950
           PERFORM PERF-READ-CONVERT                                    00002960
           PERFORM PERF-SCAN-STEP UNTIL CNV-EOF                         00002970
           CLOSE CONVERT-FILE                                           00002980
           IF ALREADY-CONVERTED THEN                                    00002990
               DISPLAY 'FBDATCNV FILES ALREADY CONVERTED, '             00003000
                   'NOTHING DONE' UPON CONSOLE                          00003010
               MOVE 8 TO RETURN-CODE                                    00003020
               STOP RUN                                                 00003030
           END-IF.                                                      00003040
       PERF-SCAN-STEP.                                                  00003050
           IF CONVERT-RECORD (1:8) = 'FBDATCNV' THEN                    00003060
               MOVE 'Y' TO WS-DONE-FLAG                                 00003070
           END-IF                                                       00003080
           PERFORM PERF-READ-CONVERT.                                   00003090
      *                                                                 00003100
      * COPY THE FILE NAMED IN WS-CNV-DSN TO THE WORK FILE AS IT        00003110
      * STANDS, THEN REWRITE IT FROM THE WORK FILE WITH THE CENTURY     00003120
      * INSERTED AHEAD OF THE DATE AT WS-DATE-POS.                      00003130
      *                                                                 00003140
       PERF-CONVERT-FLAT.                                               00003150
           MOVE 0 TO WS-BEFORE-COUNT                                    00003160
           MOVE 0 TO WS-AFTER-COUNT                                     00003170
           MOVE 0 TO WS-DATE-COUNT                                      00003180
           OPEN INPUT CONVERT-FILE                                      00003190
           IF CNV-NOT-PRESENT THEN                                      00003200
               CLOSE CONVERT-FILE                                       00003210
               PERFORM PERF-REPORT-NOT-PRESENT                          00003220
           ELSE                                                         00003230
               IF NOT CNV-OK THEN                                       00003240
                   DISPLAY 'FBDATCNV ' WS-CNV-DSN ' OPEN ERROR, '       00003250
                       'STATUS=' WS-CNV-STATUS UPON CONSOLE             00003260
                   MOVE 40 TO RETURN-CODE                               00003270
                   STOP RUN                                             00003280
               END-IF                                                   00003290
               PERFORM PERF-OPEN-WORK-OUTPUT                            00003300
               PERFORM PERF-READ-CONVERT                                00003310
               PERFORM PERF-COPY-TO-WORK UNTIL CNV-EOF                  00003320
               CLOSE CONVERT-FILE                                       00003330
               CLOSE WORK-FILE                                          00003340
               PERFORM PERF-OPEN-WORK-INPUT                             00003350
               OPEN OUTPUT CONVERT-FILE                                 00003360
               IF NOT CNV-OK THEN                                       00003370
                   DISPLAY 'FBDATCNV ' WS-CNV-DSN ' REWRITE OPEN '      00003380
                       'ERROR, STATUS=' WS-CNV-STATUS UPON CONSOLE      00003390
                   MOVE 40 TO RETURN-CODE                               00003400
                   STOP RUN                                             00003410
               END-IF                                                   00003420
               PERFORM PERF-READ-WORK                                   00003430
               PERFORM PERF-REWRITE-FLAT UNTIL WRK-EOF                  00003440
               CLOSE WORK-FILE                                          00003450
               CLOSE CONVERT-FILE                                       00003460
               PERFORM PERF-REPORT-FILE                                 00003470
           END-IF.                                                      00003480
       PERF-COPY-TO-WORK.                                               00003490
           ADD 1 TO WS-BEFORE-COUNT                                     00003500
           WRITE WORK-RECORD FROM CONVERT-RECORD                        00003510
           PERFORM PERF-CHECK-WRK-WRITE                                 00003520
           PERFORM PERF-READ-CONVERT.                                   00003530
       PERF-REWRITE-FLAT.                                               00003540
           MOVE WORK-RECORD TO WS-OLD-REC                               00003550
           PERFORM PERF-CONVERT-RECORD                                  00003560
           WRITE CONVERT-RECORD FROM WS-NEW-REC                         00003570
           IF NOT CNV-OK THEN                                           00003580
               DISPLAY 'FBDATCNV ' WS-CNV-DSN ' WRITE ERROR, STATUS='   00003590
                   WS-CNV-STATUS UPON CONSOLE                           00003600
               MOVE 48 TO RETURN-CODE                                   00003610
               STOP RUN                                                 00003620
           END-IF                                                       00003630
           ADD 1 TO WS-AFTER-COUNT                                      00003640
           PERFORM PERF-READ-WORK.                                      00003650
      *                                                                 00003660
      * THE CATALOG HEADER AND THE EXTRACT DETAIL AND TRAILER RECORDS   00003670
      * CARRY NO DATE AND ARE WRITTEN BACK AS THEY WERE READ.           00003680
      *                                                                 00003690
       PERF-CONVERT-RECORD.                                             00003700
           MOVE WS-OLD-REC TO WS-NEW-REC                                00003710
           EVALUATE TRUE                                                00003720
               WHEN KIND-CATALOG                                        00003730
                   AND WS-OLD-REC (1:7) = 'FBCATH'                      00003740
                   CONTINUE                                             00003750
               WHEN KIND-EXTRACT                                        00003760
                   AND WS-OLD-REC (1:7) NOT = 'FBHDR'                   00003770
                   CONTINUE                                             00003780
               WHEN KIND-MASTER                                         00003790
                   PERFORM PERF-INSERT-CENTURY                          00003800
                   PERFORM PERF-ADD-PRINT-DATE                          00003810
               WHEN OTHER                                               00003820
                   PERFORM PERF-INSERT-CENTURY                          00003830
           END-EVALUATE.                                                00003840
       PERF-INSERT-CENTURY.                                             00003850
           COMPUTE WS-KEEP-LEN = WS-DATE-POS - 1                        00003860
           COMPUTE WS-NEW-POS = WS-DATE-POS + 2                         00003870
           COMPUTE WS-TAIL-LEN = 199 - WS-DATE-POS                      00003880
           MOVE SPACES TO WS-NEW-REC                                    00003890
           IF WS-KEEP-LEN > 0 THEN                                      00003900
               MOVE WS-OLD-REC (1:WS-KEEP-LEN)                          00003910
                   TO WS-NEW-REC (1:WS-KEEP-LEN)                        00003920
           END-IF                                                       00003930
           IF WS-OLD-REC (WS-DATE-POS:6) = '000000' THEN                00003940
               MOVE '00' TO WS-NEW-REC (WS-DATE-POS:2)                  00003950
           ELSE                                                         00003960
               MOVE '20' TO WS-NEW-REC (WS-DATE-POS:2)                  00003970
               ADD 1 TO WS-DATE-COUNT                                   00003980
           END-IF                                                       00003990
           MOVE WS-OLD-REC (WS-DATE-POS:WS-TAIL-LEN)                    00004000
               TO WS-NEW-REC (WS-NEW-POS:WS-TAIL-LEN).                  00004010
       PERF-ADD-PRINT-DATE.                                             00004020
           MOVE WS-NEW-REC TO CNV-MASTER-RECORD                         00004030
           MOVE ZEROS TO CNV-MST-PRINT-DATE                             00004040
           MOVE SPACES TO WS-NEW-REC                                    00004050
           MOVE CNV-MASTER-RECORD TO WS-NEW-REC.                        00004060
      *                                                                 00004070
      * THE KEYED FILES ARE UNLOADED THROUGH THEIR OLD LAYOUTS AND      00004080
      * RELOADED THROUGH THE NEW ONES, WHICH RECREATES THEM WITH THE    00004090
      * LONGER RECORD AND, FOR THE HISTORY, THE LONGER KEY.             00004100
      *                                                                 00004110
       PERF-CONVERT-MASTER.                                             00004120
           MOVE 'MASTFILE' TO WS-CNV-DSN                                00004130
           MOVE 21 TO WS-DATE-POS                                       00004140
           MOVE 'M' TO WS-REC-KIND                                      00004150
           MOVE 0 TO WS-BEFORE-COUNT                                    00004160
           MOVE 0 TO WS-AFTER-COUNT                                     00004170
           MOVE 0 TO WS-DATE-COUNT                                      00004180
           OPEN INPUT OLD-MASTER-FILE                                   00004190
           IF MST-NOT-PRESENT THEN                                      00004200
               PERFORM PERF-REPORT-NOT-PRESENT                          00004210
           ELSE                                                         00004220
               IF NOT MST-OK THEN                                       00004230
                   DISPLAY 'FBDATCNV MASTER FILE OPEN ERROR, STATUS='   00004240
                       WS-MST-STATUS UPON CONSOLE                       00004250
                   MOVE 60 TO RETURN-CODE                               00004260
                   STOP RUN                                             00004270
               END-IF                                                   00004280
               PERFORM PERF-OPEN-WORK-OUTPUT                            00004290
               PERFORM PERF-READ-OLD-MASTER                             00004300
               PERFORM PERF-UNLOAD-MASTER UNTIL MST-EOF                 00004310
               CLOSE OLD-MASTER-FILE                                    00004320
               CLOSE WORK-FILE                                          00004330
               PERFORM PERF-OPEN-WORK-INPUT                             00004340
               OPEN OUTPUT MASTER-FILE                                  00004350
               IF NOT MST-OK THEN                                       00004360
                   DISPLAY 'FBDATCNV MASTER FILE RELOAD OPEN ERROR, '   00004370
                       'STATUS=' WS-MST-STATUS UPON CONSOLE             00004380
                   MOVE 60 TO RETURN-CODE                               00004390
                   STOP RUN                                             00004400
               END-IF                                                   00004410
               PERFORM PERF-READ-WORK                                   00004420
               PERFORM PERF-RELOAD-MASTER UNTIL WRK-EOF                 00004430
               CLOSE WORK-FILE                                          00004440
               CLOSE MASTER-FILE                                        00004450
               PERFORM PERF-REPORT-FILE                                 00004460
           END-IF.                                                      00004470
       PERF-READ-OLD-MASTER.                                            00004480
           READ OLD-MASTER-FILE                                         00004490
               AT END CONTINUE                                          00004500
           END-READ                                                     00004510
           IF NOT MST-OK AND NOT MST-EOF THEN                           00004520
               DISPLAY 'FBDATCNV MASTER FILE READ ERROR, STATUS='       00004530
                   WS-MST-STATUS UPON CONSOLE                           00004540
               MOVE 64 TO RETURN-CODE                                   00004550
               STOP RUN                                                 00004560
           END-IF.                                                      00004570
       PERF-UNLOAD-MASTER.                                              00004580
           ADD 1 TO WS-BEFORE-COUNT                                     00004590
           WRITE WORK-RECORD FROM OLD-MASTER-RECORD                     00004600
           PERFORM PERF-CHECK-WRK-WRITE                                 00004610
           PERFORM PERF-READ-OLD-MASTER.                                00004620
       PERF-RELOAD-MASTER.                                              00004630
           MOVE WORK-RECORD TO WS-OLD-REC                               00004640
           PERFORM PERF-CONVERT-RECORD                                  00004650
           MOVE WS-NEW-REC TO FB-MASTER-RECORD                          00004660
           WRITE FB-MASTER-RECORD                                       00004670
           IF NOT MST-OK THEN                                           00004680
               DISPLAY 'FBDATCNV MASTER FILE WRITE ERROR, STATUS='      00004690
                   WS-MST-STATUS UPON CONSOLE                           00004700
               MOVE 68 TO RETURN-CODE                                   00004710
               STOP RUN                                                 00004720
           END-IF                                                       00004730
           ADD 1 TO WS-AFTER-COUNT                                      00004740
           PERFORM PERF-READ-WORK.                                      00004750
       PERF-CONVERT-HISTORY.                                            00004760
           MOVE 'HISTFILE' TO WS-CNV-DSN                                00004770
           MOVE 8 TO WS-DATE-POS                                        00004780
           MOVE 'A' TO WS-REC-KIND                                      00004790
           MOVE 0 TO WS-BEFORE-COUNT                                    00004800
           MOVE 0 TO WS-AFTER-COUNT                                     00004810
           MOVE 0 TO WS-DATE-COUNT                                      00004820
           OPEN INPUT OLD-HISTORY-FILE                                  00004830
           IF HST-NOT-PRESENT THEN                                      00004840
               PERFORM PERF-REPORT-NOT-PRESENT                          00004850
           ELSE                                                         00004860
               IF NOT HST-OK THEN                                       00004870
                   DISPLAY 'FBDATCNV HISTORY FILE OPEN ERROR, STATUS='  00004880
                       WS-HST-STATUS UPON CONSOLE                       00004890
                   MOVE 72 TO RETURN-CODE                               00004900
                   STOP RUN                                             00004910
               END-IF                                                   00004920
               PERFORM PERF-OPEN-WORK-OUTPUT                            00004930
               PERFORM PERF-READ-OLD-HISTORY                            00004940
               PERFORM PERF-UNLOAD-HISTORY UNTIL HST-EOF                00004950
               CLOSE OLD-HISTORY-FILE                                   00004960
               CLOSE WORK-FILE                                          00004970
               PERFORM PERF-OPEN-WORK-INPUT                             00004980
               OPEN OUTPUT HISTORY-FILE                                 00004990
               IF NOT HST-OK THEN                                       00005000
                   DISPLAY 'FBDATCNV HISTORY FILE RELOAD OPEN ERROR, '  00005010
                       'STATUS=' WS-HST-STATUS UPON CONSOLE             00005020
                   MOVE 72 TO RETURN-CODE                               00005030
                   STOP RUN                                             00005040
               END-IF                                                   00005050
               PERFORM PERF-READ-WORK                                   00005060
               PERFORM PERF-RELOAD-HISTORY UNTIL WRK-EOF                00005070
               CLOSE WORK-FILE                                          00005080
               CLOSE HISTORY-FILE                                       00005090
               PERFORM PERF-REPORT-FILE                                 00005100
           END-IF.                                                      00005110
       PERF-READ-OLD-HISTORY.                                           00005120
           READ OLD-HISTORY-FILE                                        00005130
               AT END CONTINUE                                          00005140
           END-READ                                                     00005150
           IF NOT HST-OK AND NOT HST-EOF THEN                           00005160
               DISPLAY 'FBDATCNV HISTORY FILE READ ERROR, STATUS='      00005170
                   WS-HST-STATUS UPON CONSOLE                           00005180
               MOVE 76 TO RETURN-CODE                                   00005190
               STOP RUN                                                 00005200
           END-IF.                                                      00005210
       PERF-UNLOAD-HISTORY.                                             00005220
           ADD 1 TO WS-BEFORE-COUNT                                     00005230
           WRITE WORK-RECORD FROM OLD-HISTORY-RECORD                    00005240
           PERFORM PERF-CHECK-WRK-WRITE                                 00005250
           PERFORM PERF-READ-OLD-HISTORY.                               00005260
       PERF-RELOAD-HISTORY.                                             00005270
           MOVE WORK-RECORD TO WS-OLD-REC                               00005280
           PERFORM PERF-CONVERT-RECORD                                  00005290
           MOVE WS-NEW-REC TO FB-HISTORY-RECORD                         00005300
           WRITE FB-HISTORY-RECORD                                      00005310
           IF NOT HST-OK THEN                                           00005320
               DISPLAY 'FBDATCNV HISTORY FILE WRITE ERROR, STATUS='     00005330
                   WS-HST-STATUS UPON CONSOLE                           00005340
               MOVE 80 TO RETURN-CODE                                   00005350
               STOP RUN                                                 00005360
           END-IF                                                       00005370
           ADD 1 TO WS-AFTER-COUNT                                      00005380
           PERFORM PERF-READ-WORK.                                      00005390
      *                                                                 00005400
      * THE CATALOG AND THE ARCHIVE INDEX ARE ALREADY CONVERTED WHEN    00005410
      * THIS RUNS; THE GENERATION NUMBER LEADS EVERY ENTRY IN BOTH      00005420
      * LAYOUTS.  EACH ENTRY NAMES ONE EXTRACT DATASET WHOSE HEADER     00005430
      * CARRIES THE RUN DATE.                                           00005440
      *                                                                 00005450
       PERF-CONVERT-GENERATIONS.                                        00005460
           MOVE 8 TO WS-DATE-POS                                        00005470
           MOVE 'E' TO WS-REC-KIND                                      00005480
           OPEN INPUT CATALOG-FILE                                      00005490
           IF NOT CAT-OK AND NOT CAT-NOT-PRESENT THEN                   00005500
               DISPLAY 'FBDATCNV ' WS-CAT-DSN ' OPEN ERROR, STATUS='    00005510
                   WS-CAT-STATUS UPON CONSOLE                           00005520
               MOVE 52 TO RETURN-CODE                                   00005530
               STOP RUN                                                 00005540
           END-IF                                                       00005550
           PERFORM PERF-READ-CATALOG                                    00005560
           PERFORM PERF-CONVERT-GENERATION UNTIL CAT-EOF                00005570
           CLOSE CATALOG-FILE.                                          00005580
       PERF-READ-CATALOG.                                               00005590
           READ CATALOG-FILE                                            00005600
               AT END CONTINUE                                          00005610
           END-READ                                                     00005620
           IF NOT CAT-OK AND NOT CAT-EOF THEN                           00005630
               DISPLAY 'FBDATCNV ' WS-CAT-DSN ' READ ERROR, STATUS='    00005640
                   WS-CAT-STATUS UPON CONSOLE                           00005650
               MOVE 56 TO RETURN-CODE                                   00005660
               STOP RUN                                                 00005670
           END-IF.                                                      00005680
       PERF-CONVERT-GENERATION.                                         00005690
           IF NOT FB-CATALOG-HDR                                        00005700
               AND FB-CAT-GEN-NO IS NUMERIC THEN                        00005710
               IF WS-CAT-DSN = 'CATFILE' THEN                           00005720
                   MOVE FB-CAT-GEN-NO TO WS-GEN-EXTR-GEN                00005730
                   MOVE WS-GEN-EXTR-DSN TO WS-CNV-DSN                   00005740
               ELSE                                                     00005750
                   MOVE FB-CAT-GEN-NO TO WS-ARCH-EXTR-GEN               00005760
                   MOVE WS-ARCH-EXTR-DSN TO WS-CNV-DSN                  00005770
               END-IF                                                   00005780
               PERFORM PERF-CONVERT-FLAT                                00005790
           END-IF                                                       00005800
           PERFORM PERF-READ-CATALOG.                                   00005810
       PERF-READ-CONVERT.                                               00005820
           READ CONVERT-FILE                                            00005830
               AT END CONTINUE                                          00005840
           END-READ                                                     00005850
           IF NOT CNV-OK AND NOT CNV-EOF THEN                           00005860
               DISPLAY 'FBDATCNV ' WS-CNV-DSN ' READ ERROR, STATUS='    00005870
                   WS-CNV-STATUS UPON CONSOLE                           00005880
               MOVE 44 TO RETURN-CODE                                   00005890
               STOP RUN                                                 00005900
           END-IF.                                                      00005910
       PERF-OPEN-WORK-OUTPUT.                                           00005920
           OPEN OUTPUT WORK-FILE                                        00005930
           IF NOT WRK-OK THEN                                           00005940
               DISPLAY 'FBDATCNV WORK FILE OPEN ERROR, STATUS='         00005950
                   WS-WRK-STATUS UPON CONSOLE                           00005960
               MOVE 84 TO RETURN-CODE                                   00005970
               STOP RUN                                                 00005980
           END-IF.                                                      00005990
       PERF-OPEN-WORK-INPUT.                                            00006000
           OPEN INPUT WORK-FILE                                         00006010
           IF NOT WRK-OK THEN                                           00006020
               DISPLAY 'FBDATCNV WORK FILE OPEN ERROR, STATUS='         00006030
                   WS-WRK-STATUS UPON CONSOLE                           00006040
               MOVE 84 TO RETURN-CODE                                   00006050
               STOP RUN                                                 00006060
           END-IF.                                                      00006070
       PERF-READ-WORK.                                                  00006080
           READ WORK-FILE                                               00006090
               AT END CONTINUE                                          00006100
           END-READ                                                     00006110
           IF NOT WRK-OK AND NOT WRK-EOF THEN                           00006120
               DISPLAY 'FBDATCNV WORK FILE READ ERROR, STATUS='         00006130
                   WS-WRK-STATUS UPON CONSOLE                           00006140
               MOVE 88 TO RETURN-CODE                                   00006150
               STOP RUN                                                 00006160
           END-IF.                                                      00006170
       PERF-CHECK-WRK-WRITE.                                            00006180
           IF NOT WRK-OK THEN                                           00006190
               DISPLAY 'FBDATCNV WORK FILE WRITE ERROR, STATUS='        00006200
                   WS-WRK-STATUS UPON CONSOLE                           00006210
               MOVE 88 TO RETURN-CODE                                   00006220
               STOP RUN                                                 00006230
           END-IF.                                                      00006240
       PERF-REPORT-FILE.                                                00006250
           ADD 1 TO WS-FILE-COUNT                                       00006260
           ADD WS-DATE-COUNT TO WS-TOTAL-DATES                          00006270
           IF KIND-EXTRACT THEN                                         00006280
               ADD 1 TO WS-EXTR-FILES                                   00006290
           END-IF                                                       00006300
           MOVE WS-CNV-DSN TO WS-FLN-DSN                                00006310
           MOVE WS-BEFORE-COUNT TO WS-FLN-BEFORE                        00006320
           MOVE WS-AFTER-COUNT TO WS-FLN-AFTER                          00006330
           MOVE WS-DATE-COUNT TO WS-FLN-DATES                           00006340
           IF WS-AFTER-COUNT = WS-BEFORE-COUNT THEN                     00006350
               MOVE 'CONVERTED' TO WS-FLN-NOTE                          00006360
           ELSE                                                         00006370
               MOVE 'RECORD COUNTS DISAGREE' TO WS-FLN-NOTE             00006380
               MOVE 12 TO RETURN-CODE                                   00006390
           END-IF                                                       00006400
           WRITE CONVERT-REPORT-LINE FROM WS-FILE-LINE                  00006410
           PERFORM PERF-CHECK-RPT-STATUS.                               00006420
       PERF-REPORT-NOT-PRESENT.                                         00006430
           MOVE WS-CNV-DSN TO WS-FLN-DSN                                00006440
           MOVE 0 TO WS-FLN-BEFORE                                      00006450
           MOVE 0 TO WS-FLN-AFTER                                       00006460
           MOVE 0 TO WS-FLN-DATES                                       00006470
           MOVE 'NOT PRESENT, PASSED OVER' TO WS-FLN-NOTE               00006480
           WRITE CONVERT-REPORT-LINE FROM WS-FILE-LINE                  00006490
           PERFORM PERF-CHECK-RPT-STATUS.                               00006500
       PERF-CHECK-RPT-STATUS.                                           00006510
           IF NOT RPT-OK THEN                                           00006520
               DISPLAY 'FBDATCNV REPORT FILE WRITE ERROR, STATUS='      00006530
                   WS-RPT-STATUS UPON CONSOLE                           00006540
               MOVE 36 TO RETURN-CODE                                   00006550
               STOP RUN                                                 00006560
           END-IF.                                                      00006570
       PERF-WRITE-STEP-STATUS.                                          00006580
           OPEN EXTEND STEP-STATUS-FILE                                 00006590
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00006600
               DISPLAY 'FBDATCNV STEP STATUS OPEN ERROR, STATUS='       00006610
                   WS-STEP-STATUS UPON CONSOLE                          00006620
               MOVE 92 TO RETURN-CODE                                   00006630
               STOP RUN                                                 00006640
           END-IF                                                       00006650
           MOVE 'FBDATCNV' TO FB-STP-PROGRAM                            00006660
           MOVE WS-RUN-DATE TO FB-STP-RUN-DATE                          00006670
           MOVE RETURN-CODE TO FB-STP-RETURN-CODE                       00006680
           MOVE WS-FILE-COUNT TO FB-STP-COUNT-1                         00006690
           MOVE WS-TOTAL-DATES TO FB-STP-COUNT-2                        00006700
           MOVE WS-EXTR-FILES TO FB-STP-COUNT-3                         00006710
           MOVE ZEROS TO FB-STP-GEN-NO                                  00006720
           WRITE FB-STEP-RECORD                                         00006730
           IF NOT STEP-OK THEN                                          00006740
               DISPLAY 'FBDATCNV STEP STATUS WRITE ERROR, STATUS='      00006750
                   WS-STEP-STATUS UPON CONSOLE                          00006760
               MOVE 96 TO RETURN-CODE                                   00006770
               STOP RUN                                                 00006780
           END-IF                                                       00006790
           CLOSE STEP-STATUS-FILE.                                      00006800
