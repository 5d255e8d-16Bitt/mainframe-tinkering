      *                                                                 00000010
      * FBRERUN - NIGHTLY STREAM RESTART PLAN                           00000020
      * READS THE SHARED STEP STATUS FEED FOR ONE NIGHT AND WORKS OUT   00000030
      * WHERE A BROKEN STREAM MUST BE RESUMED.  THE STREAM IS THE       00000040
      * CLASSIFIER (FIZZBUZZ, OR FBMERGE ON A PARTITIONED NIGHT),       00000050
      * THEN FBGENSEL, FBVERIFY, AND FBLOAD, FBLABEL, FBSTATS, EACH OF  00000060
      * THE LAST THREE DEPENDING ONLY ON FBVERIFY.  A STEP IS COMPLETE  00000070
      * WHEN ITS LATEST RECORD FOR THE NIGHT IS FOR THE GENERATION ITS  00000080
      * PREDECESSOR PRODUCED AND ENDED BELOW RETURN CODE 8 (BELOW 32    00000090
      * FOR THE CLASSIFIER, WHOSE LOWER CODES ARE SKIPPED CARDS).       00000100
      * RETURN CODE 24 OR 28 ON A RECORD MEANS THE STEP REFUSED TO RUN. 00000110
      * A STEP IS RERUN WHEN IT IS NOT COMPLETE OR ITS PREDECESSOR IS   00000120
      * RERUN; THE FIRST SUCH STEP IS WHERE THE STREAM RESUMES, AND     00000130
      * EVERY COMPLETE STEP OUTSIDE THAT CHAIN IS MARKED DO NOT RERUN   00000140
      * (A SECOND FBLOAD WOULD REPLACE THE NIGHT'S MASTER RECORDS AND   00000150
      * A SECOND FBLABEL WOULD PRINT DUPLICATE LABELS).                 00000160
      * THE SYSIN CARD GIVES A RUN DATE (CCYYMMDD) IN COLUMNS 1-8; A    00000170
      * BLANK CARD OR NO CARD PLANS THE LAST NIGHT ON THE FEED.         00000180
      * RETURN CODE 0 WHEN EVERY STEP IS COMPLETE, 4 WHEN THERE IS A    00000190
      * RESTART PLAN, 8 WHEN THE FEED HAS NOTHING FOR THE NIGHT.        00000200
      * AUSTIN BITTINGER - 2026/10/15                                   00000210
      *                                                                 00000220
       IDENTIFICATION DIVISION.                                         00000230
       PROGRAM-ID. FBRERUN.                                             00000240
       AUTHOR. 'AUSTIN BITTINGER'.                                      00000250
       ENVIRONMENT DIVISION.                                            00000260
       INPUT-OUTPUT SECTION.                                            00000270
       FILE-CONTROL.                                                    00000280
           SELECT STEP-STATUS-FILE ASSIGN TO "STEPFILE"                 00000290
               ORGANIZATION IS LINE SEQUENTIAL                          00000300
               FILE STATUS IS WS-STEP-STATUS.                           00000310
           SELECT PLAN-REPORT-FILE ASSIGN TO "PLANFILE"                 00000320
               ORGANIZATION IS LINE SEQUENTIAL                          00000330
               FILE STATUS IS WS-PLN-STATUS.                            00000340
       DATA DIVISION.                                                   00000350
       FILE SECTION.                                                    00000360
       FD  STEP-STATUS-FILE                                             00000370
           LABEL RECORDS ARE STANDARD.                                  00000380
           COPY FBSTEP.                                                 00000390
       FD  PLAN-REPORT-FILE                                             00000400
           LABEL RECORDS ARE STANDARD.                                  00000410
       01  PLAN-REPORT-LINE PIC X(80).                                  00000420
       WORKING-STORAGE SECTION.                                         00000430
       01  WS-STEP-STATUS PIC XX.                                       00000440
            88 STEP-OK VALUE '00'.                                      00000450
            88 STEP-EOF VALUE '10'.                                     00000460
            88 STEP-NOT-FOUND VALUE '35'.                               00000470
       01  WS-PLN-STATUS PIC XX.                                        00000480
            88 PLN-OK VALUE '00'.                                       00000490
       01  WS-DATE-CARD.                                                00000500
            05 WS-CARD-DATE PIC X(8).                                   00000510
            05 FILLER PIC X(28).                                        00000520
       01  WS-DATE-FILTER-FLAG PIC X VALUE 'N'.                         00000530
            88 DATE-SELECTED VALUE 'Y'.                                 00000540
       01  WS-WANT-DATE PIC 9(8) VALUE 0.                               00000550
       01  WS-NIGHT-DATE.                                               00000560
            05 WS-NIGHT-CCYY PIC 9(4).                                  00000570
            05 WS-NIGHT-MM PIC 99.                                      00000580
            05 WS-NIGHT-DD PIC 99.                                      00000590
       01  WS-NIGHT-FLAG PIC X VALUE 'N'.                               00000600
            88 NIGHT-SEEN VALUE 'Y'.                                    00000610
       01  WS-REC-GEN PIC 9(4) VALUE 0.                                 00000620
       01  WS-REC-STATE PIC X.                                          00000630
       01  WS-REC-TAKEN-FLAG PIC X VALUE 'N'.                           00000640
            88 REC-TAKEN VALUE 'Y'.                                     00000650
       01  WS-STEPS-READ PIC 9(7) VALUE 0.                              00000660
       01  WS-STEPS-COMPLETE PIC 9(7) VALUE 0.                          00000670
       01  WS-STEPS-TO-RUN PIC 9(7) VALUE 0.                            00000680
       01  WS-RESUME-IX PIC 9 VALUE 0.                                  00000690
       01  WS-IX PIC 9 VALUE 0.                                         00000700
       01  WS-RESET-IX PIC 9 VALUE 0.                                   00000710
       01  WS-PRED-IX PIC 9 VALUE 0.                                    00000720
      *                                                                 00000730
      * THE SIX STEPS OF THE STREAM IN RUN ORDER, AND FOR EACH THE      00000740
      * STEP IT DEPENDS ON (ZERO FOR THE CLASSIFIER).                   00000750
      *                                                                 00000760
       01  WS-STEP-NAMES.                                               00000770
            05 FILLER PIC X(8) VALUE 'FIZZBUZZ'.                        00000780
            05 FILLER PIC X(8) VALUE 'FBGENSEL'.                        00000790
            05 FILLER PIC X(8) VALUE 'FBVERIFY'.                        00000800
            05 FILLER PIC X(8) VALUE 'FBLOAD'.                          00000810
            05 FILLER PIC X(8) VALUE 'FBLABEL'.                         00000820
            05 FILLER PIC X(8) VALUE 'FBSTATS'.                         00000830
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.                  00000840
            05 WS-STEP-NAME PIC X(8) OCCURS 6 TIMES.                    00000850
       01  WS-STEP-PREDS PIC X(6) VALUE '012333'.                       00000860
       01  WS-STEP-PRED-TABLE REDEFINES WS-STEP-PREDS.                  00000870
            05 WS-STEP-PRED PIC 9 OCCURS 6 TIMES.                       00000880
      *                                                                 00000890
      * STATE OF EACH STEP FOR THE NIGHT: N NOT RUN, R REFUSED,         00000900
      * F FAILED, C COMPLETE.                                           00000910
      *                                                                 00000920
       01  WS-STEP-STATE-TABLE.                                         00000930
            05 WS-STEP-ENTRY OCCURS 6 TIMES.                            00000940
                10 WS-ST-PROGRAM PIC X(8).                              00000950
                10 WS-ST-STATE PIC X.                                   00000960
                   88 ST-NOT-RUN VALUE 'N'.                             00000970
                   88 ST-REFUSED VALUE 'R'.                             00000980
                   88 ST-FAILED VALUE 'F'.                              00000990
                   88 ST-COMPLETE VALUE 'C'.                            00001000
                10 WS-ST-RC PIC 9(4).                                   00001010
                10 WS-ST-GEN PIC 9(4).                                  00001020
                10 WS-ST-RERUN PIC X.                                   00001030
                   88 ST-RERUN VALUE 'Y'.                               00001040
       01  WS-PLAN-HEADING PIC X(80)                                    00001050
               VALUE 'FIZZBUZZ NIGHTLY STREAM RESTART PLAN'.            00001060
       01  WS-DATE-LINE.                                                00001070
            05 FILLER PIC X(10) VALUE 'RUN DATE'.                       00001080
            05 WS-DTL-MM PIC 99.                                        00001090
            05 FILLER PIC X VALUE '/'.                                  00001100
            05 WS-DTL-DD PIC 99.                                        00001110
            05 FILLER PIC X VALUE '/'.                                  00001120
            05 WS-DTL-CCYY PIC 9(4).                                    00001130
            05 FILLER PIC X(60) VALUE SPACES.                           00001140
       01  WS-COLUMN-HEADING.                                           00001150
            05 FILLER PIC X(9) VALUE 'STEP'.                            00001160
            05 FILLER PIC X(11) VALUE 'STATUS'.                         00001170
            05 FILLER PIC X(6) VALUE '  RC'.                            00001180
            05 FILLER PIC X(6) VALUE ' GEN'.                            00001190
            05 FILLER PIC X(20) VALUE 'ACTION'.                         00001200
            05 FILLER PIC X(28) VALUE SPACES.                           00001210
       01  WS-PLAN-LINE.                                                00001220
            05 WS-PLN-PROGRAM PIC X(8).                                 00001230
            05 FILLER PIC X VALUE SPACE.                                00001240
            05 WS-PLN-STATE PIC X(10).                                  00001250
            05 FILLER PIC X VALUE SPACE.                                00001260
            05 WS-PLN-RC-X PIC X(4).                                    00001270
            05 WS-PLN-RC REDEFINES WS-PLN-RC-X PIC ZZZ9.                00001280
            05 FILLER PIC X(2) VALUE SPACES.                            00001290
            05 WS-PLN-GEN-X PIC X(4).                                   00001300
            05 WS-PLN-GEN REDEFINES WS-PLN-GEN-X PIC ZZZ9.              00001310
            05 FILLER PIC X(2) VALUE SPACES.                            00001320
            05 WS-PLN-ACTION PIC X(20).                                 00001330
            05 FILLER PIC X(28) VALUE SPACES.                           00001340
       01  WS-RESUME-LINE.                                              00001350
            05 FILLER PIC X(17) VALUE 'RESUME FROM STEP '.              00001360
            05 WS-RSM-PROGRAM PIC X(8).                                 00001370
            05 FILLER PIC X(55) VALUE SPACES.                           00001380
       01  WS-MSG-LINE.                                                 00001390
            05 WS-MSG-TEXT PIC X(44).                                   00001400
            05 WS-MSG-NO PIC ZZZ,ZZZ,ZZ9.                               00001410
            05 FILLER PIC X(25) VALUE SPACES.                           00001420
       PROCEDURE DIVISION.                                              00001430
       0000-MAIN.                                                       00001440
           MOVE SPACES TO WS-DATE-CARD                                  00001450
           ACCEPT WS-DATE-CARD FROM SYSIN                               00001460
           IF WS-DATE-CARD = SPACES                                     00001470
               OR WS-DATE-CARD (1:2) = '/*' THEN                        00001480
               CONTINUE                                                 00001490
           ELSE                                                         00001500
               IF WS-CARD-DATE IS NOT NUMERIC THEN                      00001510
                   DISPLAY 'FBRERUN DATE CARD NOT NUMERIC: '            00001520
                       WS-DATE-CARD UPON CONSOLE                        00001530
                   MOVE 8 TO RETURN-CODE                                00001540
                   STOP RUN                                             00001550
               END-IF                                                   00001560
               MOVE WS-CARD-DATE TO WS-WANT-DATE                        00001570
               MOVE 'Y' TO WS-DATE-FILTER-FLAG                          00001580
           END-IF                                                       00001590
           MOVE 1 TO WS-RESET-IX                                        00001600
           PERFORM PERF-RESET-STEPS                                     00001610
           OPEN INPUT STEP-STATUS-FILE                                  00001620
           IF STEP-NOT-FOUND THEN                                       00001630
               DISPLAY 'FBRERUN NO STEP STATUS FEED FOUND'              00001640
                   UPON CONSOLE                                         00001650
               MOVE 8 TO RETURN-CODE                                    00001660
               STOP RUN                                                 00001670
           END-IF                                                       00001680
           IF NOT STEP-OK THEN                                          00001690
               DISPLAY 'FBRERUN STEP STATUS OPEN ERROR, STATUS='        00001700
                   WS-STEP-STATUS UPON CONSOLE                          00001710
               MOVE 32 TO RETURN-CODE                                   00001720
               STOP RUN                                                 00001730
           END-IF                                                       00001740
           PERFORM PERF-READ-STEP                                       00001750
           PERFORM PERF-PROCESS-STEP UNTIL STEP-EOF                     00001760
           CLOSE STEP-STATUS-FILE                                       00001770
           IF WS-STEPS-READ = 0 THEN                                    00001780
               DISPLAY 'FBRERUN NO STEP RECORDS FOR THE NIGHT'          00001790
                   UPON CONSOLE                                         00001800
               MOVE 8 TO RETURN-CODE                                    00001810
               STOP RUN                                                 00001820
           END-IF                                                       00001830
           PERFORM PERF-PLAN-STEP                                       00001840
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6                00001850
           OPEN OUTPUT PLAN-REPORT-FILE                                 00001860
           IF NOT PLN-OK THEN                                           00001870
               DISPLAY 'FBRERUN PLAN REPORT OPEN ERROR, STATUS='        00001880
                   WS-PLN-STATUS UPON CONSOLE                           00001890
               MOVE 36 TO RETURN-CODE                                   00001900
               STOP RUN                                                 00001910
           END-IF                                                       00001920
           WRITE PLAN-REPORT-LINE FROM WS-PLAN-HEADING                  00001930
           PERFORM PERF-CHECK-PLN-STATUS                                00001940
           MOVE WS-NIGHT-MM TO WS-DTL-MM                                00001950
           MOVE WS-NIGHT-DD TO WS-DTL-DD                                00001960
           MOVE WS-NIGHT-CCYY TO WS-DTL-CCYY                            00001970
           WRITE PLAN-REPORT-LINE FROM WS-DATE-LINE                     00001980
           PERFORM PERF-CHECK-PLN-STATUS                                00001990
           MOVE SPACES TO PLAN-REPORT-LINE                              00002000
           WRITE PLAN-REPORT-LINE                                       00002010
           PERFORM PERF-CHECK-PLN-STATUS                                00002020
           WRITE PLAN-REPORT-LINE FROM WS-COLUMN-HEADING                00002030
           PERFORM PERF-CHECK-PLN-STATUS                                00002040
           PERFORM PERF-REPORT-STEP                                     00002050
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6                00002060
           PERFORM PERF-PLAN-SUMMARY                                    00002070
           CLOSE PLAN-REPORT-FILE                                       00002080
           IF WS-RESUME-IX = 0 THEN                                     00002090
               DISPLAY 'FBRERUN ALL STEPS COMPLETE' UPON CONSOLE        00002100
           ELSE                                                         00002110
               DISPLAY 'FBRERUN RESUME FROM STEP '                      00002120
                   WS-ST-PROGRAM (WS-RESUME-IX)                         00002130
                   ', STEPS TO RUN: ' WS-STEPS-TO-RUN UPON CONSOLE      00002140
               MOVE 4 TO RETURN-CODE                                    00002150
           END-IF                                                       00002160
           STOP RUN.                                                    00002170
       PERF-CHECK-PLN-STATUS.                                           00002180
           IF NOT PLN-OK THEN                                           00002190
               DISPLAY 'FBRERUN PLAN REPORT WRITE ERROR, STATUS='       00002200
                   WS-PLN-STATUS UPON CONSOLE                           00002210
               MOVE 40 TO RETURN-CODE                                   00002220
               STOP RUN                                                 00002230
           END-IF.                                                      00002240
       PERF-READ-STEP.                                                  00002250
           READ STEP-STATUS-FILE                                        00002260
               AT END CONTINUE                                          00002270
           END-READ                                                     00002280
           IF NOT STEP-OK AND NOT STEP-EOF THEN                         00002290
               DISPLAY 'FBRERUN STEP STATUS READ ERROR, STATUS='        00002300
                   WS-STEP-STATUS UPON CONSOLE                          00002310
               MOVE 44 TO RETURN-CODE                                   00002320
               STOP RUN                                                 00002330
           END-IF.                                                      00002340
      *                                                                 00002350
      * WITHOUT A DATE CARD THE NIGHT BEING PLANNED IS THE LATEST ONE   00002360
      * ON THE FEED, SO A RECORD FOR A NEW RUN DATE STARTS THE PLAN     00002370
      * AGAIN FROM NOTHING.                                             00002380
      *                                                                 00002390
       PERF-PROCESS-STEP.                                               00002400
           IF FB-STP-RUN-DATE IS NOT NUMERIC                            00002410
               OR FB-STP-RETURN-CODE IS NOT NUMERIC THEN                00002420
               DISPLAY 'FBRERUN STEP RECORD INVALID, IGNORED: '         00002430
                   FB-STEP-RECORD UPON CONSOLE                          00002440
           ELSE                                                         00002450
               IF DATE-SELECTED THEN                                    00002460
                   IF FB-STP-RUN-DATE = WS-WANT-DATE THEN               00002470
                       MOVE FB-STP-RUN-DATE TO WS-NIGHT-DATE            00002480
                       PERFORM PERF-RECORD-STEP                         00002490
                   END-IF                                               00002500
               ELSE                                                     00002510
                   IF NOT NIGHT-SEEN                                    00002520
                       OR FB-STP-RUN-DATE NOT = WS-NIGHT-DATE THEN      00002530
                       MOVE 1 TO WS-RESET-IX                            00002540
                       PERFORM PERF-RESET-STEPS                         00002550
                       MOVE 0 TO WS-STEPS-READ                          00002560
                       MOVE FB-STP-RUN-DATE TO WS-NIGHT-DATE            00002570
                       MOVE 'Y' TO WS-NIGHT-FLAG                        00002580
                   END-IF                                               00002590
                   PERFORM PERF-RECORD-STEP                             00002600
               END-IF                                                   00002610
           END-IF                                                       00002620
           PERFORM PERF-READ-STEP.                                      00002630
      *                                                                 00002640
      * A NEW RECORD FOR A STEP REPLACES WHAT WAS KNOWN ABOUT IT AND    00002650
      * ABOUT EVERY STEP AFTER IT, SINCE THOSE NOW HAVE TO BE RUN       00002660
      * AGAIN AGAINST ITS OUTPUT.  A PARTITION RUN OF FIZZBUZZ          00002670
      * CATALOGS NO GENERATION; UNTIL FBMERGE RUNS THE CLASSIFIER STEP  00002680
      * IS SHOWN AS FBMERGE NOT RUN.  A DOWNSTREAM RECORD FOR SOME      00002690
      * OTHER GENERATION THAN THE ONE STAGED (A REPRINT) IS NOT PART    00002700
      * OF THE NIGHT'S CHAIN AND IS PASSED OVER, EXCEPT THAT FBGENSEL   00002710
      * STAGING ANOTHER GENERATION LEAVES THE NIGHT'S OWN UNSTAGED.     00002720
      *                                                                 00002730
       PERF-RECORD-STEP.                                                00002740
           ADD 1 TO WS-STEPS-READ                                       00002750
           IF FB-STP-GEN-NO IS NUMERIC THEN                             00002760
               MOVE FB-STP-GEN-NO TO WS-REC-GEN                         00002770
           ELSE                                                         00002780
               MOVE 0 TO WS-REC-GEN                                     00002790
           END-IF                                                       00002800
           EVALUATE TRUE                                                00002810
               WHEN FB-STP-RETURN-CODE = 24                             00002820
                   OR FB-STP-RETURN-CODE = 28                           00002830
                   MOVE 'R' TO WS-REC-STATE                             00002840
               WHEN FB-STP-RETURN-CODE >= 8                             00002850
                   MOVE 'F' TO WS-REC-STATE                             00002860
               WHEN OTHER                                               00002870
                   MOVE 'C' TO WS-REC-STATE                             00002880
           END-EVALUATE                                                 00002890
           EVALUATE FB-STP-PROGRAM                                      00002900
               WHEN 'FIZZBUZZ'                                          00002910
               WHEN 'FBMERGE'                                           00002920
                   MOVE 1 TO WS-RESET-IX                                00002930
                   PERFORM PERF-RESET-STEPS                             00002940
                   MOVE 1 TO WS-IX                                      00002950
                   PERFORM PERF-RECORD-CLASSIFIER                       00002960
               WHEN 'FBGENSEL'                                          00002970
                   MOVE 2 TO WS-RESET-IX                                00002980
                   PERFORM PERF-RESET-STEPS                             00002990
                   MOVE 2 TO WS-IX                                      00003000
                   PERFORM PERF-SET-STEP                                00003010
                   IF ST-COMPLETE (1) AND ST-COMPLETE (2)               00003020
                       AND WS-REC-GEN NOT = WS-ST-GEN (1) THEN          00003030
                       MOVE 'N' TO WS-ST-STATE (2)                      00003040
                   END-IF                                               00003050
               WHEN 'FBVERIFY'                                          00003060
                   MOVE 3 TO WS-IX                                      00003070
                   PERFORM PERF-RECORD-DOWNSTREAM                       00003080
                   IF REC-TAKEN THEN                                    00003090
                       MOVE 4 TO WS-RESET-IX                            00003100
                       PERFORM PERF-RESET-STEPS                         00003110
                   END-IF                                               00003120
               WHEN 'FBLOAD'                                            00003130
                   MOVE 4 TO WS-IX                                      00003140
                   PERFORM PERF-RECORD-DOWNSTREAM                       00003150
               WHEN 'FBLABEL'                                           00003160
                   MOVE 5 TO WS-IX                                      00003170
                   PERFORM PERF-RECORD-DOWNSTREAM                       00003180
               WHEN 'FBSTATS'                                           00003190
                   MOVE 6 TO WS-IX                                      00003200
                   PERFORM PERF-RECORD-DOWNSTREAM                       00003210
               WHEN OTHER                                               00003220
                   SUBTRACT 1 FROM WS-STEPS-READ                        00003230
           END-EVALUATE.                                                00003240
       PERF-RECORD-CLASSIFIER.                                          00003250
           PERFORM PERF-SET-STEP                                        00003260
           IF FB-STP-RETURN-CODE < 32 THEN                              00003270
               IF WS-REC-GEN > 0 THEN                                   00003280
                   MOVE 'C' TO WS-ST-STATE (1)                          00003290
               ELSE                                                     00003300
                   IF FB-STP-PROGRAM = 'FIZZBUZZ'                       00003310
                       AND FB-STP-COUNT-2 > 0 THEN                      00003320
                       MOVE 'FBMERGE' TO WS-ST-PROGRAM (1)              00003330
                       MOVE 'N' TO WS-ST-STATE (1)                      00003340
                   ELSE                                                 00003350
                       MOVE 'F' TO WS-ST-STATE (1)                      00003360
                   END-IF                                               00003370
               END-IF                                                   00003380
           ELSE                                                         00003390
               MOVE 'F' TO WS-ST-STATE (1)                              00003400
           END-IF.                                                      00003410
       PERF-RECORD-DOWNSTREAM.                                          00003420
           IF WS-REC-STATE = 'R'                                        00003430
               OR WS-REC-GEN = WS-ST-GEN (2) THEN                       00003440
               MOVE 'Y' TO WS-REC-TAKEN-FLAG                            00003450
               PERFORM PERF-SET-STEP                                    00003460
           ELSE                                                         00003470
               MOVE 'N' TO WS-REC-TAKEN-FLAG                            00003480
               DISPLAY 'FBRERUN ' FB-STP-PROGRAM                        00003490
                   ' FOR GENERATION ' WS-REC-GEN                        00003500
                   ' NOT STAGED, IGNORED' UPON CONSOLE                  00003510
           END-IF.                                                      00003520
       PERF-SET-STEP.                                                   00003530
           MOVE FB-STP-PROGRAM TO WS-ST-PROGRAM (WS-IX)                 00003540
           MOVE WS-REC-STATE TO WS-ST-STATE (WS-IX)                     00003550
           MOVE FB-STP-RETURN-CODE TO WS-ST-RC (WS-IX)                  00003560
           MOVE WS-REC-GEN TO WS-ST-GEN (WS-IX).                        00003570
       PERF-RESET-STEPS.                                                00003580
           PERFORM PERF-RESET-STEP                                      00003590
               VARYING WS-IX FROM WS-RESET-IX BY 1 UNTIL WS-IX > 6.     00003600
       PERF-RESET-STEP.                                                 00003610
           MOVE WS-STEP-NAME (WS-IX) TO WS-ST-PROGRAM (WS-IX)           00003620
           MOVE 'N' TO WS-ST-STATE (WS-IX)                              00003630
           MOVE 0 TO WS-ST-RC (WS-IX)                                   00003640
           MOVE 0 TO WS-ST-GEN (WS-IX)                                  00003650
           MOVE 'N' TO WS-ST-RERUN (WS-IX).                             00003660
      *                                                                 00003670
      * STEPS ARE PLANNED IN RUN ORDER, SO A STEP'S PREDECESSOR IS      00003680
      * ALWAYS DECIDED BEFORE THE STEP ITSELF.                          00003690
      *                                                                 00003700
       PERF-PLAN-STEP.                                                  00003710
           MOVE WS-STEP-PRED (WS-IX) TO WS-PRED-IX                      00003720
           IF NOT ST-COMPLETE (WS-IX) THEN                              00003730
               MOVE 'Y' TO WS-ST-RERUN (WS-IX)                          00003740
           END-IF                                                       00003750
           IF WS-PRED-IX > 0 THEN                                       00003760
               IF ST-RERUN (WS-PRED-IX) THEN                            00003770
                   MOVE 'Y' TO WS-ST-RERUN (WS-IX)                      00003780
               END-IF                                                   00003790
           END-IF                                                       00003800
           IF ST-RERUN (WS-IX) THEN                                     00003810
               ADD 1 TO WS-STEPS-TO-RUN                                 00003820
               IF WS-RESUME-IX = 0 THEN                                 00003830
                   MOVE WS-IX TO WS-RESUME-IX                           00003840
               END-IF                                                   00003850
           ELSE                                                         00003860
               ADD 1 TO WS-STEPS-COMPLETE                               00003870
           END-IF.                                                      00003880
       PERF-REPORT-STEP.                                                00003890
           MOVE WS-ST-PROGRAM (WS-IX) TO WS-PLN-PROGRAM                 00003900
           EVALUATE TRUE                                                00003910
               WHEN ST-COMPLETE (WS-IX)                                 00003920
                   MOVE 'COMPLETE' TO WS-PLN-STATE                      00003930
               WHEN ST-FAILED (WS-IX)                                   00003940
                   MOVE 'FAILED' TO WS-PLN-STATE                        00003950
               WHEN ST-REFUSED (WS-IX)                                  00003960
                   MOVE 'REFUSED' TO WS-PLN-STATE                       00003970
               WHEN OTHER                                               00003980
                   MOVE 'NOT RUN' TO WS-PLN-STATE                       00003990
           END-EVALUATE                                                 00004000
           IF ST-NOT-RUN (WS-IX) THEN                                   00004010
               MOVE SPACES TO WS-PLN-RC-X                               00004020
               MOVE SPACES TO WS-PLN-GEN-X                              00004030
           ELSE                                                         00004040
               MOVE WS-ST-RC (WS-IX) TO WS-PLN-RC                       00004050
               MOVE WS-ST-GEN (WS-IX) TO WS-PLN-GEN                     00004060
           END-IF                                                       00004070
           EVALUATE TRUE                                                00004080
               WHEN NOT ST-RERUN (WS-IX)                                00004090
                   MOVE 'DO NOT RERUN' TO WS-PLN-ACTION                 00004100
               WHEN WS-IX = WS-RESUME-IX                                00004110
                   MOVE 'RESUME HERE' TO WS-PLN-ACTION                  00004120
               WHEN ST-COMPLETE (WS-IX)                                 00004130
                   MOVE 'RERUN AFTER RESUME' TO WS-PLN-ACTION           00004140
               WHEN OTHER                                               00004150
                   MOVE 'RUN AFTER RESUME' TO WS-PLN-ACTION             00004160
           END-EVALUATE                                                 00004170
           WRITE PLAN-REPORT-LINE FROM WS-PLAN-LINE                     00004180
           PERFORM PERF-CHECK-PLN-STATUS.                               00004190
       PERF-PLAN-SUMMARY.                                               00004200
           MOVE SPACES TO PLAN-REPORT-LINE                              00004210
           WRITE PLAN-REPORT-LINE                                       00004220
           PERFORM PERF-CHECK-PLN-STATUS                                00004230
           MOVE 'STEP RECORDS FOR THE NIGHT' TO WS-MSG-TEXT             00004240
           MOVE WS-STEPS-READ TO WS-MSG-NO                              00004250
           WRITE PLAN-REPORT-LINE FROM WS-MSG-LINE                      00004260
           PERFORM PERF-CHECK-PLN-STATUS                                00004270
           MOVE 'STEPS NOT TO BE RERUN' TO WS-MSG-TEXT                  00004280
           MOVE WS-STEPS-COMPLETE TO WS-MSG-NO                          00004290
           WRITE PLAN-REPORT-LINE FROM WS-MSG-LINE                      00004300
           PERFORM PERF-CHECK-PLN-STATUS                                00004310
           MOVE 'STEPS TO RUN' TO WS-MSG-TEXT                           00004320
           MOVE WS-STEPS-TO-RUN TO WS-MSG-NO                            00004330
           WRITE PLAN-REPORT-LINE FROM WS-MSG-LINE                      00004340
           PERFORM PERF-CHECK-PLN-STATUS                                00004350
           MOVE SPACES TO PLAN-REPORT-LINE                              00004360
           IF WS-RESUME-IX = 0 THEN                                     00004370
               MOVE 'ALL STEPS COMPLETE - NOTHING TO RESTART'           00004380
                   TO PLAN-REPORT-LINE                                  00004390
               WRITE PLAN-REPORT-LINE                                   00004400
           ELSE                                                         00004410
               MOVE WS-ST-PROGRAM (WS-RESUME-IX) TO WS-RSM-PROGRAM      00004420
               WRITE PLAN-REPORT-LINE FROM WS-RESUME-LINE               00004430
           END-IF                                                       00004440
           PERFORM PERF-CHECK-PLN-STATUS.                               00004450
