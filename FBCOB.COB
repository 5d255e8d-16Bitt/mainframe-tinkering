           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-DSN              00000110
               ORGANIZATION IS LINE SEQUENTIAL                          00000120
               FILE STATUS IS WS-RPT-STATUS.                            00000130
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-DSN         00000140
               ORGANIZATION IS LINE SEQUENTIAL                          00000150
               FILE STATUS IS WS-CKPT-STATUS.                           00000160
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTR-DSN            00000170
           SELECT OVERRIDE-FILE ASSIGN TO "OVRDFILE"                    00000200
               ORGANIZATION IS LINE SEQUENTIAL                          00000210
               FILE STATUS IS WS-OVRD-STATUS.                           00000220
           SELECT RULE-FILE ASSIGN TO "OVRRFILE"                        00000230
               ORGANIZATION IS LINE SEQUENTIAL                          00000240
               FILE STATUS IS WS-RULE-STATUS.                           00000250
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDTFILE"              00000260
               ORGANIZATION IS LINE SEQUENTIAL                          00000270
               FILE STATUS IS WS-AUDT-STATUS.                           00000280
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "CATFILE"             00000290
               ORGANIZATION IS LINE SEQUENTIAL                          00000300
               FILE STATUS IS WS-CAT-STATUS.                            00000310
           SELECT OPTIONAL STEP-STATUS-FILE ASSIGN TO "STEPFILE"        00000320
               ORGANIZATION IS LINE SEQUENTIAL                          00000330
               FILE STATUS IS WS-STEP-STATUS.                           00000340
           SELECT RETIRE-RPT-FILE ASSIGN TO DYNAMIC WS-RETIRE-RPT-DSN   00000350
               ORGANIZATION IS LINE SEQUENTIAL                          00000360
               FILE STATUS IS WS-RRPT-STATUS.                           00000370
           SELECT RETIRE-EXTR-FILE ASSIGN TO DYNAMIC WS-RETIRE-EXTR-DSN 00000380
               ORGANIZATION IS LINE SEQUENTIAL                          00000390
               FILE STATUS IS WS-REXT-STATUS.                           00000400
           SELECT ARCH-RPT-FILE ASSIGN TO DYNAMIC WS-ARCH-RPT-DSN       00000410
               ORGANIZATION IS LINE SEQUENTIAL                          00000420
               FILE STATUS IS WS-ARPT-STATUS.                           00000430
           SELECT ARCH-EXTR-FILE ASSIGN TO DYNAMIC WS-ARCH-EXTR-DSN     00000440
               ORGANIZATION IS LINE SEQUENTIAL                          00000450
               FILE STATUS IS WS-AEXT-STATUS.                           00000460
           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "ARCXFILE"      00000470
               ORGANIZATION IS LINE SEQUENTIAL                          00000480
               FILE STATUS IS WS-ARX-STATUS.                            00000490
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"           00000500
               ORGANIZATION IS LINE SEQUENTIAL                          00000510
               FILE STATUS IS WS-SUS-STATUS.                            00000520
       DATA DIVISION.                                                   00000530
       FILE SECTION.                                                    00000540
       FD  REPORT-FILE                                                  00000550
           LABEL RECORDS ARE STANDARD.                                  00000560
       01  REPORT-LINE PIC X(80).                                       00000570
       FD  CHECKPOINT-FILE                                              00000580
           LABEL RECORDS ARE STANDARD.                                  00000590
       01  CKPT-RECORD.                                                 00000600
            05 CKPT-COUNTER PIC 9(7).                                   00000610
            05 CKPT-TALLY-FIZZ PIC 9(7).                                00000620
            05 CKPT-TALLY-BUZZ PIC 9(7).                                00000630
            05 CKPT-TALLY-BAZZ PIC 9(7).                                00000640
            05 CKPT-TALLY-FIZZBUZZ PIC 9(7).                            00000650
            05 CKPT-TALLY-FIZZBAZZ PIC 9(7).                            00000660
            05 CKPT-TALLY-BUZZBAZZ PIC 9(7).                            00000670
            05 CKPT-TALLY-FIZZBUZZBAZZ PIC 9(7).                        00000680
            05 CKPT-TALLY-PLAIN PIC 9(7).                               00000690
            05 CKPT-TALLY-OVERRIDE PIC 9(7).                            00000700
            05 CKPT-PAGE-NO PIC 9(7).                                   00000710
       FD  EXTRACT-FILE                                                 00000720
           LABEL RECORDS ARE STANDARD.                                  00000730
           COPY FBEXTR.                                                 00000740
       FD  OVERRIDE-FILE                                                00000750
           LABEL RECORDS ARE STANDARD.                                  00000760
           COPY FBOVRD.                                                 00000770
       FD  RULE-FILE                                                    00000780
           LABEL RECORDS ARE STANDARD.                                  00000790
           COPY FBOVRR.                                                 00000800
       FD  AUDIT-FILE                                                   00000810
           LABEL RECORDS ARE STANDARD.                                  00000820
           COPY FBAUDIT.                                                00000830
       FD  CATALOG-FILE                                                 00000840
           LABEL RECORDS ARE STANDARD.                                  00000850
           COPY FBCATLG.                                                00000860
       FD  STEP-STATUS-FILE                                             00000870
           LABEL RECORDS ARE STANDARD.                                  00000880
           COPY FBSTEP.                                                 00000890
       FD  RETIRE-RPT-FILE                                              00000900
           LABEL RECORDS ARE STANDARD.                                  00000910
       01  RETIRE-RPT-LINE PIC X(80).                                   00000920
       FD  RETIRE-EXTR-FILE                                             00000930
           LABEL RECORDS ARE STANDARD.                                  00000940
       01  RETIRE-EXTR-LINE PIC X(80).                                  00000950
       FD  ARCH-RPT-FILE                                                00000960
           LABEL RECORDS ARE STANDARD.                                  00000970
       01  ARCH-RPT-LINE PIC X(80).                                     00000980
       FD  ARCH-EXTR-FILE                                               00000990
           LABEL RECORDS ARE STANDARD.                                  00001000
       01  ARCH-EXTR-LINE PIC X(80).                                    00001010
       FD  ARCHIVE-INDEX-FILE                                           00001020
           LABEL RECORDS ARE STANDARD.                                  00001030
           COPY FBCATLG REPLACING LEADING ==FB-== BY ==ARX-==.          00001040
       FD  SUSPENSE-FILE                                                00001050
           LABEL RECORDS ARE STANDARD.                                  00001060
           COPY FBSUSP.                                                 00001070
       WORKING-STORAGE SECTION.                                         00001080
       01  WS-STRINGS.                                                  00001090
            05 FIZZ PIC X(4) VALUE 'FIZZ'.                              00001100
            05 BUZZ PIC X(4) VALUE 'BUZZ'.                              00001110
            05 BAZZ PIC X(4) VALUE 'BAZZ'.                              00001120
            05 FIZZBUZZ PIC X(8) VALUE 'FIZZBUZZ'.                      00001130
            05 FIZZBAZZ PIC X(8) VALUE 'FIZZBAZZ'.                      00001140
            05 BUZZBAZZ PIC X(8) VALUE 'BUZZBAZZ'.                      00001150
            05 FIZZBUZZBAZZ PIC X(12) VALUE 'FIZZBUZZBAZZ'.             00001160
       01  WS-COUNTER PIC 9(7) VALUE 1.                                 00001170
       01  WS-R PIC 9(7).                                               00001180
       01  WS-Q PIC 9(7).                                               00001190
       01  WS-DIV-FLAGS.                                                00001200
            05 WS-FIZZ-FLAG PIC X VALUE 'N'.                            00001210
               88 FIZZ-HIT VALUE 'Y'.                                   00001220
            05 WS-BUZZ-FLAG PIC X VALUE 'N'.                            00001230
               88 BUZZ-HIT VALUE 'Y'.                                   00001240
            05 WS-BAZZ-FLAG PIC X VALUE 'N'.                            00001250
               88 BAZZ-HIT VALUE 'Y'.                                   00001260
       01  WS-PARM-CARD.                                                00001270
            05 WS-PARM-START PIC X(7).                                  00001280
            05 WS-PARM-END PIC X(7).                                    00001290
            05 WS-PARM-DIV1 PIC X(7).                                   00001300
            05 WS-PARM-DIV2 PIC X(7).                                   00001310
            05 WS-PARM-DIV3 PIC X(7).                                   00001320
            05 WS-PARM-RESUME PIC X(1).                                 00001330
               88 RESUME-REQUESTED VALUE 'Y'.                           00001340
            05 WS-PARM-RPTMODE PIC X(1).                                00001350
            05 WS-PARM-SAMPLE PIC X(7).                                 00001360
            05 WS-PARM-PARTITION PIC X(2).                              00001370
       01  WS-RESTART-FLAG PIC X VALUE 'N'.                             00001380
            88 RESTART-OCCURRED VALUE 'Y'.                              00001390
       01  WS-SYSIN-FLAG PIC X VALUE 'N'.                               00001400
            88 SYSIN-EOF VALUE 'Y'.                                     00001410
       01  WS-CARD-NO PIC 9(3) VALUE 0.                                 00001420
       01  WS-RANGES-DONE PIC 9(3) VALUE 0.                             00001430
       01  WS-CARDS-SKIPPED PIC 9(3) VALUE 0.                           00001440
       01  WS-SKIP-IX PIC 9(3) VALUE 0.                                 00001450
       01  WS-SKIP-TABLE.                                               00001460
            05 WS-SKIP-ENTRY OCCURS 50 TIMES.                           00001470
                10 WS-SKIP-CARD-NO PIC 9(3).                            00001480
                10 WS-SKIP-MSG PIC X(40).                               00001490
       01  WS-JOB-TOTALS.                                               00001500
            05 WS-JOB-FIZZ PIC 9(7) VALUE 0.                            00001510
            05 WS-JOB-BUZZ PIC 9(7) VALUE 0.                            00001520
            05 WS-JOB-BAZZ PIC 9(7) VALUE 0.                            00001530
            05 WS-JOB-FIZZBUZZ PIC 9(7) VALUE 0.                        00001540
            05 WS-JOB-FIZZBAZZ PIC 9(7) VALUE 0.                        00001550
            05 WS-JOB-BUZZBAZZ PIC 9(7) VALUE 0.                        00001560
            05 WS-JOB-FIZZBUZZBAZZ PIC 9(7) VALUE 0.                    00001570
            05 WS-JOB-PLAIN PIC 9(7) VALUE 0.                           00001580
            05 WS-JOB-OVERRIDE PIC 9(7) VALUE 0.                        00001590
       01  WS-RANGE-START PIC 9(7) VALUE 1.                             00001600
       01  WS-RANGE-END PIC 9(7) VALUE 30.                              00001610
       01  WS-DIVISOR-1 PIC 9(7) VALUE 3.                               00001620
       01  WS-DIVISOR-2 PIC 9(7) VALUE 5.                               00001630
       01  WS-DIVISOR-3 PIC 9(7) VALUE 7.                               00001640
       01  WS-RUN-DATE.                                                 00001650
            05 WS-RUN-CCYY PIC 9(4).                                    00001660
            05 WS-RUN-MM PIC 99.                                        00001670
            05 WS-RUN-DD PIC 99.                                        00001680
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).                00001690
       01  WS-PAGE-NO PIC 9(7) VALUE 1.                                 00001700
       01  WS-LINE-COUNT PIC 9(4) VALUE 0.                              00001710
       01  WS-LINES-PER-PAGE PIC 9(4) VALUE 20.                         00001720
       01  WS-HEADING-1.                                                00001730
            05 FILLER PIC X(10) VALUE 'RUN DATE: '.                     00001740
            05 WS-HDG-MM PIC 99.                                        00001750
            05 FILLER PIC X VALUE '/'.                                  00001760
            05 WS-HDG-DD PIC 99.                                        00001770
            05 FILLER PIC X VALUE '/'.                                  00001780
            05 WS-HDG-CCYY PIC 9(4).                                    00001790
            05 FILLER PIC X(20) VALUE SPACES.                           00001800
            05 FILLER PIC X(6) VALUE 'PAGE: '.                          00001810
            05 WS-HDG-PAGE PIC ZZZZZZ9.                                 00001820
            05 FILLER PIC X(27) VALUE SPACES.                           00001830
       01  WS-HEADING-2 PIC X(80)                                       00001840
               VALUE 'FIZZBUZZ CLASSIFICATION REPORT'.                  00001850
       01  WS-RANGE-LINE.                                               00001860
            05 FILLER PIC X(5) VALUE 'CARD '.                           00001870
            05 WS-RNG-CARD PIC ZZ9.                                     00001880
            05 FILLER PIC X(8) VALUE '  RANGE '.                        00001890
            05 WS-RNG-START PIC ZZZZZZ9.                                00001900
            05 FILLER PIC X(4) VALUE ' TO '.                            00001910
            05 WS-RNG-END PIC ZZZZZZ9.                                  00001920
            05 FILLER PIC X(11) VALUE '  DIVISORS '.                    00001930
            05 WS-RNG-DIV1 PIC ZZZZZZ9.                                 00001940
            05 FILLER PIC X VALUE SPACE.                                00001950
            05 WS-RNG-DIV2 PIC ZZZZZZ9.                                 00001960
            05 FILLER PIC X VALUE SPACE.                                00001970
            05 WS-RNG-DIV3 PIC ZZZZZZ9.                                 00001980
            05 FILLER PIC X(18) VALUE SPACES.                           00001990
       01  WS-SKIP-LINE.                                                00002000
            05 FILLER PIC X(5) VALUE 'CARD '.                           00002010
            05 WS-SKL-NO PIC ZZ9.                                       00002020
            05 FILLER PIC X(11) VALUE ' SKIPPED - '.                    00002030
            05 WS-SKL-MSG PIC X(40).                                    00002040
            05 FILLER PIC X(21) VALUE SPACES.                           00002050
       01  WS-DETAIL-LINE.                                              00002060
            05 FILLER PIC X(10) VALUE SPACES.                           00002070
            05 WS-DTL-COUNTER PIC ZZZZZZ9.                              00002080
            05 FILLER PIC X(5) VALUE SPACES.                            00002090
            05 WS-DTL-CLASS PIC X(20).                                  00002100
            05 WS-DTL-OVRD-FLAG PIC X(5).                               00002110
            05 FILLER PIC X(33) VALUE SPACES.                           00002120
       01  WS-CKPT-STATUS PIC XX.                                       00002130
            88 CKPT-FOUND VALUE '00'.                                   00002140
       01  WS-RPT-STATUS PIC XX.                                        00002150
            88 RPT-OK VALUE '00'.                                       00002160
       01  WS-EXTR-STATUS PIC XX.                                       00002170
            88 EXTR-OK VALUE '00'.                                      00002180
       01  WS-CONTROL-TOTALS.                                           00002190
            05 WS-TALLY-FIZZ PIC 9(7) VALUE 0.                          00002200
            05 WS-TALLY-BUZZ PIC 9(7) VALUE 0.                          00002210
            05 WS-TALLY-BAZZ PIC 9(7) VALUE 0.                          00002220
            05 WS-TALLY-FIZZBUZZ PIC 9(7) VALUE 0.                      00002230
            05 WS-TALLY-FIZZBAZZ PIC 9(7) VALUE 0.                      00002240
            05 WS-TALLY-BUZZBAZZ PIC 9(7) VALUE 0.                      00002250
            05 WS-TALLY-FIZZBUZZBAZZ PIC 9(7) VALUE 0.                  00002260
            05 WS-TALLY-PLAIN PIC 9(7) VALUE 0.                         00002270
            05 WS-TALLY-OVERRIDE PIC 9(7) VALUE 0.                      00002280
       01  WS-EXTR-CODE PIC X(12).                                      00002290
       01  WS-OVRD-STATUS PIC XX.                                       00002300
            88 OVRD-OK VALUE '00'.                                      00002310
            88 OVRD-EOF VALUE '10'.                                     00002320
            88 OVRD-NOT-FOUND VALUE '35'.                               00002330
       01  WS-AUDT-STATUS PIC XX.                                       00002340
            88 AUDT-OK VALUE '00'.                                      00002350
            88 AUDT-CREATED VALUE '05'.                                 00002360
       01  WS-AUD-STATUS-X PIC X VALUE 'P'.                             00002370
       01  WS-STEP-STATUS PIC XX.                                       00002380
            88 STEP-OK VALUE '00'.                                      00002390
            88 STEP-CREATED VALUE '05'.                                 00002400
       01  WS-STEP-DETAILS PIC 9(7) VALUE 0.                            00002410
       01  WS-CAT-STATUS PIC XX.                                        00002420
            88 CAT-OK VALUE '00'.                                       00002430
            88 CAT-CREATED VALUE '05'.                                  00002440
            88 CAT-EOF VALUE '10'.                                      00002450
            88 CAT-NOT-FOUND VALUE '35'.                                00002460
       01  WS-RPT-DSN.                                                  00002470
            05 FILLER PIC X(9) VALUE 'RPTFILE.G'.                       00002480
            05 WS-RPT-DSN-GEN PIC 9(4) VALUE 1.                         00002490
       01  WS-EXTR-DSN.                                                 00002500
            05 FILLER PIC X(10) VALUE 'EXTRFILE.G'.                     00002510
            05 WS-EXTR-DSN-GEN PIC 9(4) VALUE 1.                        00002520
       01  WS-CKPT-DSN PIC X(12) VALUE 'CKPTFILE'.                      00002530
       01  WS-PART-RPT-DSN.                                             00002540
            05 FILLER PIC X(9) VALUE 'RPTFILE.P'.                       00002550
            05 WS-PART-RPT-NO PIC X(2).                                 00002560
       01  WS-PART-EXTR-DSN.                                            00002570
            05 FILLER PIC X(10) VALUE 'EXTRFILE.P'.                     00002580
            05 WS-PART-EXTR-NO PIC X(2).                                00002590
       01  WS-PART-CKPT-DSN.                                            00002600
            05 FILLER PIC X(10) VALUE 'CKPTFILE.P'.                     00002610
            05 WS-PART-CKPT-NO PIC X(2).                                00002620
       01  WS-PARTITION-NO PIC X(2) VALUE SPACES.                       00002630
       01  WS-PARTITION-FLAG PIC X VALUE 'N'.                           00002640
            88 PARTITION-RUN VALUE 'Y'.                                 00002650
       01  WS-RETIRE-RPT-DSN.                                           00002660
            05 FILLER PIC X(9) VALUE 'RPTFILE.G'.                       00002670
            05 WS-RET-RPT-GEN PIC 9(4).                                 00002680
       01  WS-RETIRE-EXTR-DSN.                                          00002690
            05 FILLER PIC X(10) VALUE 'EXTRFILE.G'.                     00002700
            05 WS-RET-EXTR-GEN PIC 9(4).                                00002710
       01  WS-ARCH-RPT-DSN.                                             00002720
            05 FILLER PIC X(9) VALUE 'ARCHRPT.G'.                       00002730
            05 WS-ARCH-RPT-GEN PIC 9(4).                                00002740
       01  WS-ARCH-EXTR-DSN.                                            00002750
            05 FILLER PIC X(10) VALUE 'ARCHEXTR.G'.                     00002760
            05 WS-ARCH-EXTR-GEN PIC 9(4).                               00002770
       01  WS-RRPT-STATUS PIC XX.                                       00002780
            88 RRPT-OK VALUE '00'.                                      00002790
            88 RRPT-EOF VALUE '10'.                                     00002800
            88 RRPT-NOT-FOUND VALUE '35'.                               00002810
       01  WS-REXT-STATUS PIC XX.                                       00002820
            88 REXT-OK VALUE '00'.                                      00002830
            88 REXT-EOF VALUE '10'.                                     00002840
            88 REXT-NOT-FOUND VALUE '35'.                               00002850
       01  WS-ARPT-STATUS PIC XX.                                       00002860
            88 ARPT-OK VALUE '00'.                                      00002870
            88 ARPT-CREATED VALUE '05'.                                 00002880
       01  WS-AEXT-STATUS PIC XX.                                       00002890
            88 AEXT-OK VALUE '00'.                                      00002900
            88 AEXT-CREATED VALUE '05'.                                 00002910
       01  WS-ARX-STATUS PIC XX.                                        00002920
            88 ARX-OK VALUE '00'.                                       00002930
            88 ARX-CREATED VALUE '05'.                                  00002940
       01  WS-ARCHIVED-FLAG PIC X VALUE 'N'.                            00002950
            88 GENERATION-ARCHIVED VALUE 'Y'.                           00002960
       01  WS-GEN-NO PIC 9(4) VALUE 1.                                  00002970
       01  WS-RETAIN-COUNT PIC 9(3) VALUE 5.                            00002980
       01  WS-CAT-COUNT PIC 9(3) VALUE 0.                               00002990
       01  WS-CAT-IX PIC 9(3) VALUE 0.                                  00003000
       01  WS-CAT-RETIRE PIC 9(3) VALUE 0.                              00003010
       01  WS-SAVE-RC PIC 9(4) VALUE 0.                                 00003020
       01  WS-JOB-RANGE-LO PIC 9(7) VALUE 9999999.                      00003030
       01  WS-JOB-RANGE-HI PIC 9(7) VALUE 0.                            00003040
       01  WS-CATALOG-TABLE.                                            00003050
            05 WS-CAT-ENTRY OCCURS 100 TIMES.                           00003060
                10 WS-CAT-GEN PIC 9(4).                                 00003070
                10 WS-CAT-DATE PIC 9(8).                                00003080
                10 WS-CAT-LO PIC 9(7).                                  00003090
                10 WS-CAT-HI PIC 9(7).                                  00003100
                10 WS-CAT-CNT PIC 9(7).                                 00003110
       01  WS-OVERRIDE-FLAG PIC X VALUE 'N'.                            00003120
            88 OVERRIDE-APPLIED VALUE 'Y'.                              00003130
       01  WS-OVRD-COUNT PIC 9(4) VALUE 0.                              00003140
       01  WS-OVRD-LIMIT PIC 9(4) VALUE 500.                            00003150
       01  WS-OVRD-IX PIC 9(4) VALUE 0.                                 00003160
       01  WS-OVERRIDE-TABLE.                                           00003170
            05 WS-OVRD-ENTRY OCCURS 500 TIMES.                          00003180
                10 WS-OVRD-SEQ PIC 9(7).                                00003190
                10 WS-OVRD-CLASS PIC X(12).                             00003200
       01  WS-SUS-STATUS PIC XX.                                        00003210
            88 SUS-OK VALUE '00'.                                       00003220
            88 SUS-CREATED VALUE '05'.                                  00003230
            88 SUS-EOF VALUE '10'.                                      00003240
       01  WS-SUS-PARM-REASON.                                          00003250
            05 FILLER PIC X VALUE 'P'.                                  00003260
            05 WS-SUS-PARM-RC PIC 9(3).                                 00003270
       01  WS-SUS-OVRD-COUNT PIC 9(4) VALUE 0.                          00003280
       01  WS-SUS-OVRD-LIMIT PIC 9(4) VALUE 100.                        00003290
       01  WS-SUS-OVRD-IX PIC 9(4) VALUE 0.                             00003300
       01  WS-SUS-SEEN-FLAG PIC X VALUE 'N'.                            00003310
            88 SUS-ALREADY-OPEN VALUE 'Y'.                              00003320
       01  WS-SUS-OVRD-TABLE.                                           00003330
            05 WS-SUS-OVRD-IMAGE OCCURS 100 TIMES PIC X(19).            00003340
       01  WS-SUS-OVRD-WORK PIC X(19).                                  00003350
           COPY FBSUSP REPLACING LEADING ==FB-== BY ==WS-REJ-==.        00003360
       01  WS-RULE-STATUS PIC XX.                                       00003370
            88 RULE-OK VALUE '00'.                                      00003380
            88 RULE-EOF VALUE '10'.                                     00003390
            88 RULE-NOT-FOUND VALUE '35'.                               00003400
       01  WS-RULE-COUNT PIC 9(4) VALUE 0.                              00003410
       01  WS-RULE-LIMIT PIC 9(4) VALUE 200.                            00003420
       01  WS-RULE-IX PIC 9(4) VALUE 0.                                 00003430
       01  WS-RULE-IDLE-COUNT PIC 9(4) VALUE 0.                         00003440
       01  WS-RULE-TABLE.                                               00003450
            05 WS-RULE-ENTRY OCCURS 200 TIMES.                          00003460
                10 WS-RULE-FROM PIC 9(7).                               00003470
                10 WS-RULE-TO PIC 9(7).                                 00003480
                10 WS-RULE-CLASS PIC X(12).                             00003490
       01  WS-DECK-COUNT PIC 9(3) VALUE 0.                              00003500
       01  WS-DECK-IX PIC 9(3) VALUE 0.                                 00003510
       01  WS-SCAN-IX PIC 9(3) VALUE 0.                                 00003520
       01  WS-PRIOR-IX PIC 9(3) VALUE 0.                                00003530
       01  WS-CARD-TABLE.                                               00003540
            05 WS-CARD-ENTRY OCCURS 100 TIMES.                          00003550
                10 WS-CARD-IMAGE PIC X(46).                             00003560
                10 WS-CARD-RNG-OK PIC X.                                00003570
                10 WS-CARD-LO PIC 9(7).                                 00003580
                10 WS-CARD-HI PIC 9(7).                                 00003590
                10 WS-CARD-CONFLICT PIC 9(3).                           00003600
       01  WS-OVERLAP-MSG.                                              00003610
            05 FILLER PIC X(20) VALUE 'RANGE OVERLAPS CARD '.           00003620
            05 WS-OVL-CARD PIC ZZ9.                                     00003630
            05 FILLER PIC X(17) VALUE SPACES.                           00003640
       01  WS-RPT-MODE PIC X VALUE 'F'.                                 00003650
            88 SUMMARY-MODE VALUE 'S'.                                  00003660
       01  WS-SAMPLE-INTERVAL PIC 9(7) VALUE 0.                         00003670
       01  WS-VALIDATION-FLAG PIC X VALUE 'Y'.                          00003680
            88 PARMS-OK VALUE 'Y'.                                      00003690
       01  WS-BAD-PARM-MSG PIC X(40).                                   00003700
       01  WS-TRAILER-LINE.                                             00003710
            05 FILLER PIC X(10) VALUE SPACES.                           00003720
            05 WS-TRL-LABEL PIC X(20).                                  00003730
            05 WS-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.                            00003740
            05 FILLER PIC X(39) VALUE SPACES.                           00003750
       PROCEDURE DIVISION.                                              00003760
       0000-MAIN.                                                       00003770
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD                        00003780
           PERFORM PERF-LOAD-SUSPENSE                                   00003790
           PERFORM PERF-LOAD-OVERRIDES                                  00003800
           PERFORM PERF-LOAD-RULES                                      00003810
           PERFORM PERF-LOAD-DECK                                       00003820
           IF WS-DECK-COUNT = 0 THEN                                    00003830
               DISPLAY 'FIZZBUZZ NO PARAMETER CARDS SUPPLIED'           00003840
                   UPON CONSOLE                                         00003850
               MOVE 8 TO RETURN-CODE                                    00003860
               STOP RUN                                                 00003870
           END-IF                                                       00003880
           PERFORM PERF-VALIDATE-DECK                                   00003890
           PERFORM PERF-PROCESS-CARD                                    00003900
               VARYING WS-DECK-IX FROM 1 BY 1                           00003910
               UNTIL WS-DECK-IX > WS-DECK-COUNT                         00003920
           IF WS-RANGES-DONE > 0 THEN                                   00003930
               PERFORM PERF-JOB-SUMMARY                                 00003940
               CLOSE REPORT-FILE                                        00003950
               CLOSE EXTRACT-FILE                                       00003960
               PERFORM PERF-CLEAR-CHECKPOINT                            00003970
               IF PARTITION-RUN THEN                                    00003980
                   DISPLAY 'FIZZBUZZ PARTITION ' WS-PARTITION-NO        00003990
                       ' COMPLETE, NOT CATALOGED UNTIL FBMERGE'         00004000
                       UPON CONSOLE                                     00004010
               ELSE                                                     00004020
                   PERFORM PERF-WRITE-CATALOG                           00004030
               END-IF                                                   00004040
           ELSE                                                         00004050
               DISPLAY 'FIZZBUZZ NO VALID PARAMETER CARDS PROCESSED'    00004060
                   UPON CONSOLE                                         00004070
               IF RETURN-CODE = 0 THEN                                  00004080
                   MOVE 8 TO RETURN-CODE                                00004090
               END-IF                                                   00004100
           END-IF                                                       00004110
           PERFORM PERF-WRITE-STEP-STATUS                               00004120
           STOP RUN.                                                    00004130
      *                                                                 00004140
      * ONE STATUS RECORD PER EXECUTION GOES TO THE SHARED STEP         00004150
      * STATUS FEED SO FBFLOW CAN TIE THE DOWNSTREAM STEP COUNTS BACK   00004160
      * TO WHAT THE CLASSIFIER WROTE ON THE EXTRACT TRAILERS.           00004170
      *                                                                 00004180
       PERF-WRITE-STEP-STATUS.                                          00004190
           OPEN EXTEND STEP-STATUS-FILE                                 00004200
           IF NOT STEP-OK AND NOT STEP-CREATED THEN                     00004210
               DISPLAY 'FIZZBUZZ STEP STATUS OPEN ERROR, STATUS='       00004220
                   WS-STEP-STATUS UPON CONSOLE                          00004230
               MOVE 92 TO RETURN-CODE                                   00004240
               STOP RUN                                                 00004250
           END-IF                                                       00004260
           COMPUTE WS-STEP-DETAILS =                                    00004270
               WS-JOB-FIZZ + WS-JOB-BUZZ + WS-JOB-BAZZ                  00004280
               + WS-JOB-FIZZBUZZ + WS-JOB-FIZZBAZZ + WS-JOB-BUZZBAZZ    00004290
               + WS-JOB-FIZZBUZZBAZZ + WS-JOB-PLAIN + WS-JOB-OVERRIDE   00004300
           MOVE 'FIZZBUZZ' TO FB-STP-PROGRAM                            00004310
           MOVE WS-RUN-DATE TO FB-STP-RUN-DATE                          00004320
           MOVE RETURN-CODE TO FB-STP-RETURN-CODE                       00004330
           MOVE WS-STEP-DETAILS TO FB-STP-COUNT-1                       00004340
           MOVE WS-RANGES-DONE TO FB-STP-COUNT-2                        00004350
           MOVE WS-CARDS-SKIPPED TO FB-STP-COUNT-3                      00004360
           IF WS-RANGES-DONE > 0 AND NOT PARTITION-RUN THEN             00004370
               MOVE WS-GEN-NO TO FB-STP-GEN-NO                          00004380
           ELSE                                                         00004390
               MOVE ZEROS TO FB-STP-GEN-NO                              00004400
           END-IF                                                       00004410
           WRITE FB-STEP-RECORD                                         00004420
           IF NOT STEP-OK THEN                                          00004430
               DISPLAY 'FIZZBUZZ STEP STATUS WRITE ERROR, STATUS='      00004440
                   WS-STEP-STATUS UPON CONSOLE                          00004450
               MOVE 96 TO RETURN-CODE                                   00004460
               STOP RUN                                                 00004470
           END-IF                                                       00004480
           CLOSE STEP-STATUS-FILE.                                      00004490
      *                                                                 00004500
      * A BLANK CARD OR /* IN COLUMNS 1-2 ENDS THE PARAMETER DECK.      00004510
      *                                                                 00004520
       PERF-READ-CARD.                                                  00004530
           MOVE SPACES TO WS-PARM-CARD                                  00004540
           ACCEPT WS-PARM-CARD FROM SYSIN                               00004550
           IF WS-PARM-CARD = SPACES                                     00004560
               OR WS-PARM-CARD (1:2) = '/*' THEN                        00004570
               MOVE 'Y' TO WS-SYSIN-FLAG                                00004580
           END-IF.                                                      00004590
      *                                                                 00004600
      * THE WHOLE PARAMETER DECK IS READ AND CROSS-VALIDATED BEFORE     00004610
      * ANY RANGE IS PROCESSED, SO A DECK WITH OVERLAPPING OR           00004620
      * DUPLICATE RANGES CANNOT WRITE DUPLICATE SEQUENCE NUMBERS TO     00004630
      * THE EXTRACT.  A CARD THAT OVERLAPS AN EARLIER ACCEPTED CARD     00004640
      * IS SKIPPED AND LISTED WITH THE OTHER SKIPPED CARDS.             00004650
      *                                                                 00004660
       PERF-LOAD-DECK.                                                  00004670
           PERFORM PERF-READ-CARD                                       00004680
           PERFORM PERF-STORE-CARD UNTIL SYSIN-EOF.                     00004690
       PERF-STORE-CARD.                                                 00004700
           IF WS-DECK-COUNT >= 100 THEN                                 00004710
               DISPLAY 'FIZZBUZZ PARAMETER DECK EXCEEDS 100 CARDS'      00004720
                   UPON CONSOLE                                         00004730
               MOVE 8 TO RETURN-CODE                                    00004740
               STOP RUN                                                 00004750
           END-IF                                                       00004760
           ADD 1 TO WS-DECK-COUNT                                       00004770
           MOVE WS-PARM-CARD TO WS-CARD-IMAGE (WS-DECK-COUNT)           00004780
           MOVE 0 TO WS-CARD-CONFLICT (WS-DECK-COUNT)                   00004790
           IF WS-PARM-START IS NUMERIC                                  00004800
               AND WS-PARM-END IS NUMERIC                               00004810
               AND WS-PARM-START <= WS-PARM-END THEN                    00004820
               MOVE 'Y' TO WS-CARD-RNG-OK (WS-DECK-COUNT)               00004830
               MOVE WS-PARM-START TO WS-CARD-LO (WS-DECK-COUNT)         00004840
               MOVE WS-PARM-END TO WS-CARD-HI (WS-DECK-COUNT)           00004850
           ELSE                                                         00004860
               MOVE 'N' TO WS-CARD-RNG-OK (WS-DECK-COUNT)               00004870
               MOVE ZEROS TO WS-CARD-LO (WS-DECK-COUNT)                 00004880
               MOVE ZEROS TO WS-CARD-HI (WS-DECK-COUNT)                 00004890
           END-IF                                                       00004900
           PERFORM PERF-READ-CARD.                                      00004910
       PERF-VALIDATE-DECK.                                              00004920
           IF WS-DECK-COUNT > 1 THEN                                    00004930
               PERFORM PERF-CHECK-CARD-OVERLAP                          00004940
                   VARYING WS-SCAN-IX FROM 2 BY 1                       00004950
                   UNTIL WS-SCAN-IX > WS-DECK-COUNT                     00004960
           END-IF.                                                      00004970
       PERF-CHECK-CARD-OVERLAP.                                         00004980
           IF WS-CARD-RNG-OK (WS-SCAN-IX) = 'Y' THEN                    00004990
               PERFORM PERF-COMPARE-RANGES                              00005000
                   VARYING WS-PRIOR-IX FROM 1 BY 1                      00005010
                   UNTIL WS-PRIOR-IX >= WS-SCAN-IX                      00005020
                   OR WS-CARD-CONFLICT (WS-SCAN-IX) > 0                 00005030
           END-IF.                                                      00005040
      *                                                                 00005050
      * A CARD ALREADY MARKED IN CONFLICT WILL NOT RUN, SO A LATER      00005060
      * CARD MAY REUSE ITS RANGE WITHOUT DUPLICATING THE EXTRACT.       00005070
      *                                                                 00005080
       PERF-COMPARE-RANGES.                                             00005090
           IF WS-CARD-RNG-OK (WS-PRIOR-IX) = 'Y'                        00005100
               AND WS-CARD-CONFLICT (WS-PRIOR-IX) = 0                   00005110
               AND WS-CARD-LO (WS-SCAN-IX)                              00005120
                   <= WS-CARD-HI (WS-PRIOR-IX)                          00005130
               AND WS-CARD-HI (WS-SCAN-IX)                              00005140
                   >= WS-CARD-LO (WS-PRIOR-IX) THEN                     00005150
               MOVE WS-PRIOR-IX TO WS-CARD-CONFLICT (WS-SCAN-IX)        00005160
           END-IF.                                                      00005170
       PERF-PROCESS-CARD.                                               00005180
           ADD 1 TO WS-CARD-NO                                          00005190
           MOVE WS-CARD-IMAGE (WS-DECK-IX) TO WS-PARM-CARD              00005200
           PERFORM PERF-VALIDATE-PARMS                                  00005210
           IF PARMS-OK AND WS-CARD-CONFLICT (WS-DECK-IX) > 0 THEN       00005220
               MOVE WS-CARD-CONFLICT (WS-DECK-IX) TO WS-OVL-CARD        00005230
               MOVE WS-OVERLAP-MSG TO WS-BAD-PARM-MSG                   00005240
               MOVE 18 TO RETURN-CODE                                   00005250
               MOVE 'N' TO WS-VALIDATION-FLAG                           00005260
           END-IF                                                       00005270
           IF PARMS-OK AND RESUME-REQUESTED                             00005280
               AND WS-RANGES-DONE > 0 THEN                              00005290
               MOVE 'RESUME ONLY VALID ON FIRST CARD'                   00005300
                   TO WS-BAD-PARM-MSG                                   00005310
               MOVE 13 TO RETURN-CODE                                   00005320
               MOVE 'N' TO WS-VALIDATION-FLAG                           00005330
           END-IF                                                       00005340
           IF PARMS-OK AND WS-RANGES-DONE > 0                           00005350
               AND WS-PARM-PARTITION NOT = WS-PARTITION-NO THEN         00005360
               MOVE 'PARTITION DIFFERS FROM FIRST CARD'                 00005370
                   TO WS-BAD-PARM-MSG                                   00005380
               MOVE 19 TO RETURN-CODE                                   00005390
               MOVE 'N' TO WS-VALIDATION-FLAG                           00005400
           END-IF                                                       00005410
           IF PARMS-OK AND WS-RANGES-DONE = 0 THEN                      00005420
               PERFORM PERF-SET-PARTITION                               00005430
               MOVE WS-RANGE-START TO WS-COUNTER                        00005440
               PERFORM PERF-CHECK-RESTART                               00005450
           END-IF                                                       00005460
           IF PARMS-OK THEN                                             00005470
               PERFORM PERF-PROCESS-RANGE                               00005480
           ELSE                                                         00005490
               PERFORM PERF-SKIP-CARD                                   00005500
           END-IF.                                                      00005510
       PERF-PROCESS-RANGE.                                              00005520
           IF WS-RANGES-DONE = 0 THEN                                   00005530
               PERFORM PERF-SET-GENERATION                              00005540
               IF RESTART-OCCURRED THEN                                 00005550
                   OPEN EXTEND REPORT-FILE                              00005560
                   OPEN EXTEND EXTRACT-FILE                             00005570
               ELSE                                                     00005580
                   OPEN OUTPUT REPORT-FILE                              00005590
                   OPEN OUTPUT EXTRACT-FILE                             00005600
               END-IF                                                   00005610
               IF NOT RPT-OK THEN                                       00005620
                   DISPLAY 'FIZZBUZZ REPORT FILE OPEN ERROR, STATUS='   00005630
                       WS-RPT-STATUS UPON CONSOLE                       00005640
                   MOVE 32 TO RETURN-CODE                               00005650
                   STOP RUN                                             00005660
               END-IF                                                   00005670
               IF NOT EXTR-OK THEN                                      00005680
                   DISPLAY 'FIZZBUZZ EXTRACT FILE OPEN ERROR, STATUS='  00005690
                       WS-EXTR-STATUS UPON CONSOLE                      00005700
                   MOVE 36 TO RETURN-CODE                               00005710
                   STOP RUN                                             00005720
               END-IF                                                   00005730
           END-IF                                                       00005740
           IF NOT RESTART-OCCURRED THEN                                 00005750
               MOVE ZEROS TO WS-CONTROL-TOTALS                          00005760
               MOVE WS-RANGE-START TO WS-COUNTER                        00005770
               PERFORM PERF-WRITE-EXTR-HEADER                           00005780
           END-IF                                                       00005790
           IF WS-RANGE-START < WS-JOB-RANGE-LO THEN                     00005800
               MOVE WS-RANGE-START TO WS-JOB-RANGE-LO                   00005810
           END-IF                                                       00005820
           IF WS-RANGE-END > WS-JOB-RANGE-HI THEN                       00005830
               MOVE WS-RANGE-END TO WS-JOB-RANGE-HI                     00005840
           END-IF                                                       00005850
           PERFORM PERF-REPORT-HEADING                                  00005860
           PERFORM PERF-WRITE-RANGE-LINE                                00005870
           PERFORM 0001-LOOP UNTIL WS-COUNTER > WS-RANGE-END            00005880
           PERFORM PERF-WRITE-CHECKPOINT                                00005890
           PERFORM PERF-REPORT-TRAILER                                  00005900
           PERFORM PERF-WRITE-EXTR-TRAILER                              00005910
           PERFORM PERF-ADD-JOB-TOTALS                                  00005920
           ADD 1 TO WS-RANGES-DONE                                      00005930
           MOVE 'P' TO WS-AUD-STATUS-X                                  00005940
           PERFORM PERF-WRITE-AUDIT                                     00005950
           MOVE 'N' TO WS-RESTART-FLAG.                                 00005960
      *                                                                 00005970
      * A PARTITION NUMBER IN COLUMNS 45-46 OF THE FIRST CARD MAKES     00005980
      * THIS EXECUTION ONE PARTITION OF A RANGE SPLIT ACROSS            00005990
      * CONCURRENT STEPS.  EACH PARTITION KEEPS ITS OWN CHECKPOINT SO   00006000
      * THE STEPS CAN RUN AND RESTART INDEPENDENTLY; EVERY LATER CARD   00006010
      * IN THE DECK MUST CARRY THE SAME PARTITION NUMBER.               00006020
      *                                                                 00006030
       PERF-SET-PARTITION.                                              00006040
           MOVE WS-PARM-PARTITION TO WS-PARTITION-NO                    00006050
           IF WS-PARM-PARTITION = SPACES THEN                           00006060
               MOVE 'N' TO WS-PARTITION-FLAG                            00006070
               MOVE 'CKPTFILE' TO WS-CKPT-DSN                           00006080
           ELSE                                                         00006090
               MOVE 'Y' TO WS-PARTITION-FLAG                            00006100
               MOVE WS-PARM-PARTITION TO WS-PART-RPT-NO                 00006110
               MOVE WS-PARM-PARTITION TO WS-PART-EXTR-NO                00006120
               MOVE WS-PARM-PARTITION TO WS-PART-CKPT-NO                00006130
               MOVE WS-PART-CKPT-DSN TO WS-CKPT-DSN                     00006140
           END-IF.                                                      00006150
      *                                                                 00006160
      * EACH EXECUTION WRITES A NEW GENERATION OF THE REPORT AND        00006170
      * EXTRACT DATASETS.  THE NEXT GENERATION NUMBER FOLLOWS THE       00006180
      * NEWEST CATALOG ENTRY; A CHECKPOINT RESTART RECOMPUTES THE       00006190
      * SAME NUMBER BECAUSE THE FAILED RUN NEVER CATALOGED ITS          00006200
      * GENERATION, SO OPEN EXTEND FINDS THE FILES IT LEFT BEHIND.      00006210
      *                                                                 00006220
      * A PARTITION RUN WRITES ITS OWN PARTIAL REPORT AND EXTRACT       00006230
      * INSTEAD; FBMERGE ASSIGNS THE GENERATION NUMBER WHEN IT          00006240
      * COMBINES THE PARTITIONS.                                        00006250
      *                                                                 00006260
       PERF-SET-GENERATION.                                             00006270
           IF PARTITION-RUN THEN                                        00006280
               MOVE WS-PART-RPT-DSN TO WS-RPT-DSN                       00006290
               MOVE WS-PART-EXTR-DSN TO WS-EXTR-DSN                     00006300
               DISPLAY 'FIZZBUZZ WRITING PARTITION ' WS-PARTITION-NO    00006310
                   UPON CONSOLE                                         00006320
           ELSE                                                         00006330
               PERFORM PERF-SET-GENERATION-NO                           00006340
           END-IF.                                                      00006350
       PERF-SET-GENERATION-NO.                                          00006360
           PERFORM PERF-READ-CATALOG                                    00006370
           IF WS-CAT-COUNT > 0 THEN                                     00006380
               COMPUTE WS-GEN-NO = WS-CAT-GEN (WS-CAT-COUNT) + 1        00006390
           ELSE                                                         00006400
               MOVE 1 TO WS-GEN-NO                                      00006410
           END-IF                                                       00006420
           MOVE WS-GEN-NO TO WS-RPT-DSN-GEN                             00006430
           MOVE WS-GEN-NO TO WS-EXTR-DSN-GEN                            00006440
           DISPLAY 'FIZZBUZZ WRITING OUTPUT GENERATION ' WS-GEN-NO      00006450
               UPON CONSOLE.                                            00006460
       PERF-READ-CATALOG.                                               00006470
           MOVE 0 TO WS-CAT-COUNT                                       00006480
           OPEN INPUT CATALOG-FILE                                      00006490
           IF CAT-NOT-FOUND THEN                                        00006500
               CONTINUE                                                 00006510
           ELSE                                                         00006520
               IF NOT CAT-OK AND NOT CAT-CREATED THEN                   00006530
                   DISPLAY 'FIZZBUZZ CATALOG FILE OPEN ERROR, STATUS='  00006540
                       WS-CAT-STATUS UPON CONSOLE                       00006550
                   MOVE 80 TO RETURN-CODE                               00006560
                   STOP RUN                                             00006570
               END-IF                                                   00006580
               PERFORM PERF-READ-CAT-REC                                00006590
               PERFORM PERF-LOAD-CAT-REC UNTIL CAT-EOF                  00006600
               CLOSE CATALOG-FILE                                       00006610
           END-IF.                                                      00006620
       PERF-READ-CAT-REC.                                               00006630
           READ CATALOG-FILE                                            00006640
               AT END CONTINUE                                          00006650
           END-READ                                                     00006660
           IF NOT CAT-OK AND NOT CAT-EOF THEN                           00006670
               DISPLAY 'FIZZBUZZ CATALOG FILE READ ERROR, STATUS='      00006680
                   WS-CAT-STATUS UPON CONSOLE                           00006690
               MOVE 84 TO RETURN-CODE                                   00006700
               STOP RUN                                                 00006710
           END-IF.                                                      00006720
       PERF-LOAD-CAT-REC.                                               00006730
           EVALUATE TRUE                                                00006740
               WHEN FB-CATALOG-HDR                                      00006750
                   IF FB-CAT-RETAIN IS NUMERIC                          00006760
                       AND FB-CAT-RETAIN > 0 THEN                       00006770
                       MOVE FB-CAT-RETAIN TO WS-RETAIN-COUNT            00006780
                   END-IF                                               00006790
               WHEN FB-CAT-GEN-NO IS NUMERIC                            00006800
                   PERFORM PERF-STORE-CAT-ENTRY                         00006810
               WHEN OTHER                                               00006820
                   DISPLAY 'FIZZBUZZ CATALOG RECORD INVALID, IGNORED: ' 00006830
                       FB-CATALOG-RECORD UPON CONSOLE                   00006840
           END-EVALUATE                                                 00006850
           PERFORM PERF-READ-CAT-REC.                                   00006860
       PERF-STORE-CAT-ENTRY.                                            00006870
           IF WS-CAT-COUNT >= 100 THEN                                  00006880
               PERFORM PERF-SHIFT-CATALOG                               00006890
                   VARYING WS-CAT-IX FROM 2 BY 1                        00006900
                   UNTIL WS-CAT-IX > 100                                00006910
               MOVE 99 TO WS-CAT-COUNT                                  00006920
           END-IF                                                       00006930
           ADD 1 TO WS-CAT-COUNT                                        00006940
           MOVE FB-CAT-GEN-NO TO WS-CAT-GEN (WS-CAT-COUNT)              00006950
           MOVE FB-CAT-RUN-DATE TO WS-CAT-DATE (WS-CAT-COUNT)           00006960
           MOVE FB-CAT-RANGE-START TO WS-CAT-LO (WS-CAT-COUNT)          00006970
           MOVE FB-CAT-RANGE-END TO WS-CAT-HI (WS-CAT-COUNT)            00006980
           MOVE FB-CAT-EXTR-COUNT TO WS-CAT-CNT (WS-CAT-COUNT).         00006990
       PERF-SHIFT-CATALOG.                                              00007000
           MOVE WS-CAT-ENTRY (WS-CAT-IX)                                00007010
               TO WS-CAT-ENTRY (WS-CAT-IX - 1).                         00007020
      *                                                                 00007030
      * APPEND THIS RUN'S ENTRY, RETIRE GENERATIONS PAST THE            00007040
      * RETENTION COUNT (ROLLING THEIR FILES INTO THE ARCHIVE BEFORE    00007050
      * DROPPING THEM FROM DISK), AND REWRITE THE CATALOG.  THE JOB     00007060
      * RETURN CODE IS PRESERVED AROUND THE RETIREMENT I-O.             00007070
      *                                                                 00007080
       PERF-WRITE-CATALOG.                                              00007090
           MOVE RETURN-CODE TO WS-SAVE-RC                               00007100
           IF WS-CAT-COUNT >= 100 THEN                                  00007110
               PERFORM PERF-SHIFT-CATALOG                               00007120
                   VARYING WS-CAT-IX FROM 2 BY 1                        00007130
                   UNTIL WS-CAT-IX > 100                                00007140
               MOVE 99 TO WS-CAT-COUNT                                  00007150
           END-IF                                                       00007160
           ADD 1 TO WS-CAT-COUNT                                        00007170
           MOVE WS-GEN-NO TO WS-CAT-GEN (WS-CAT-COUNT)                  00007180
           MOVE WS-RUN-DATE TO WS-CAT-DATE (WS-CAT-COUNT)               00007190
           MOVE WS-JOB-RANGE-LO TO WS-CAT-LO (WS-CAT-COUNT)             00007200
           MOVE WS-JOB-RANGE-HI TO WS-CAT-HI (WS-CAT-COUNT)             00007210
           COMPUTE WS-CAT-CNT (WS-CAT-COUNT) =                          00007220
               WS-JOB-FIZZ + WS-JOB-BUZZ + WS-JOB-BAZZ                  00007230
               + WS-JOB-FIZZBUZZ + WS-JOB-FIZZBAZZ + WS-JOB-BUZZBAZZ    00007240
               + WS-JOB-FIZZBUZZBAZZ + WS-JOB-PLAIN + WS-JOB-OVERRIDE   00007250
           MOVE 0 TO WS-CAT-RETIRE                                      00007260
           IF WS-CAT-COUNT > WS-RETAIN-COUNT THEN                       00007270
               COMPUTE WS-CAT-RETIRE =                                  00007280
                   WS-CAT-COUNT - WS-RETAIN-COUNT                       00007290
               PERFORM PERF-RETIRE-GENERATION                           00007300
                   VARYING WS-CAT-IX FROM 1 BY 1                        00007310
                   UNTIL WS-CAT-IX > WS-CAT-RETIRE                      00007320
               PERFORM PERF-PACK-CATALOG                                00007330
                   VARYING WS-CAT-IX FROM 1 BY 1                        00007340
                   UNTIL WS-CAT-IX > WS-RETAIN-COUNT                    00007350
               MOVE WS-RETAIN-COUNT TO WS-CAT-COUNT                     00007360
           END-IF                                                       00007370
           OPEN OUTPUT CATALOG-FILE                                     00007380
           IF NOT CAT-OK AND NOT CAT-CREATED THEN                       00007390
               DISPLAY 'FIZZBUZZ CATALOG FILE OPEN ERROR, STATUS='      00007400
                   WS-CAT-STATUS UPON CONSOLE                           00007410
               MOVE 80 TO RETURN-CODE                                   00007420
               STOP RUN                                                 00007430
           END-IF                                                       00007440
           MOVE SPACES TO FB-CATALOG-HEADER                             00007450
           MOVE 'FBCATH' TO FB-CAT-HDR-ID                               00007460
           MOVE WS-RETAIN-COUNT TO FB-CAT-RETAIN                        00007470
           WRITE FB-CATALOG-HEADER                                      00007480
           PERFORM PERF-CHECK-CAT-STATUS                                00007490
           PERFORM PERF-WRITE-CAT-ENTRY                                 00007500
               VARYING WS-CAT-IX FROM 1 BY 1                            00007510
               UNTIL WS-CAT-IX > WS-CAT-COUNT                           00007520
           CLOSE CATALOG-FILE                                           00007530
           MOVE WS-SAVE-RC TO RETURN-CODE.                              00007540
       PERF-CHECK-CAT-STATUS.                                           00007550
           IF NOT CAT-OK THEN                                           00007560
               DISPLAY 'FIZZBUZZ CATALOG FILE WRITE ERROR, STATUS='     00007570
                   WS-CAT-STATUS UPON CONSOLE                           00007580
               MOVE 88 TO RETURN-CODE                                   00007590
               STOP RUN                                                 00007600
           END-IF.                                                      00007610
       PERF-WRITE-CAT-ENTRY.                                            00007620
           MOVE WS-CAT-GEN (WS-CAT-IX) TO FB-CAT-GEN-NO                 00007630
           MOVE WS-CAT-DATE (WS-CAT-IX) TO FB-CAT-RUN-DATE              00007640
           MOVE WS-CAT-LO (WS-CAT-IX) TO FB-CAT-RANGE-START             00007650
           MOVE WS-CAT-HI (WS-CAT-IX) TO FB-CAT-RANGE-END               00007660
           MOVE WS-CAT-CNT (WS-CAT-IX) TO FB-CAT-EXTR-COUNT             00007670
           WRITE FB-CATALOG-RECORD                                      00007680
           PERFORM PERF-CHECK-CAT-STATUS.                               00007690
      *                                                                 00007700
      * A GENERATION PAST THE RETENTION COUNT IS ROLLED INTO THE        00007710
      * ARCHIVE DATASETS AND RECORDED ON THE ARCHIVE INDEX WITH ITS     00007720
      * CATALOG ENTRY BEFORE ITS LIVE FILES ARE DROPPED, SO FBARCSEL    00007730
      * CAN STAGE IT BACK FOR THE AUDITORS.  A GENERATION WHOSE LIVE    00007740
      * FILES ARE ALREADY GONE IS REPORTED AND DROPPED FROM THE         00007750
      * CATALOG WITHOUT AN INDEX ENTRY.                                 00007760
      *                                                                 00007770
       PERF-RETIRE-GENERATION.                                          00007780
           MOVE WS-CAT-GEN (WS-CAT-IX) TO WS-RET-RPT-GEN                00007790
           MOVE WS-CAT-GEN (WS-CAT-IX) TO WS-RET-EXTR-GEN               00007800
           MOVE WS-CAT-GEN (WS-CAT-IX) TO WS-ARCH-RPT-GEN               00007810
           MOVE WS-CAT-GEN (WS-CAT-IX) TO WS-ARCH-EXTR-GEN              00007820
           DISPLAY 'FIZZBUZZ ARCHIVING OUTPUT GENERATION '              00007830
               WS-CAT-GEN (WS-CAT-IX) UPON CONSOLE                      00007840
           MOVE 'Y' TO WS-ARCHIVED-FLAG                                 00007850
           PERFORM PERF-ARCHIVE-REPORT                                  00007860
           PERFORM PERF-ARCHIVE-EXTRACT                                 00007870
           IF GENERATION-ARCHIVED THEN                                  00007880
               PERFORM PERF-WRITE-ARCH-INDEX                            00007890
           ELSE                                                         00007900
               DISPLAY 'FIZZBUZZ GENERATION FILES MISSING, '            00007910
                   'NOT ARCHIVED: ' WS-CAT-GEN (WS-CAT-IX)              00007920
                   UPON CONSOLE                                         00007930
           END-IF                                                       00007940
           CALL 'CBL_DELETE_FILE' USING WS-RETIRE-RPT-DSN               00007950
           CALL 'CBL_DELETE_FILE' USING WS-RETIRE-EXTR-DSN.             00007960
       PERF-ARCHIVE-REPORT.                                             00007970
           OPEN INPUT RETIRE-RPT-FILE                                   00007980
           IF RRPT-NOT-FOUND THEN                                       00007990
               MOVE 'N' TO WS-ARCHIVED-FLAG                             00008000
           ELSE                                                         00008010
               IF NOT RRPT-OK THEN                                      00008020
                   DISPLAY 'FIZZBUZZ RETIRED REPORT OPEN ERROR, '       00008030
                       'STATUS=' WS-RRPT-STATUS UPON CONSOLE            00008040
                   MOVE 100 TO RETURN-CODE                              00008050
                   STOP RUN                                             00008060
               END-IF                                                   00008070
               OPEN OUTPUT ARCH-RPT-FILE                                00008080
               IF NOT ARPT-OK AND NOT ARPT-CREATED THEN                 00008090
                   DISPLAY 'FIZZBUZZ ARCHIVE REPORT OPEN ERROR, '       00008100
                       'STATUS=' WS-ARPT-STATUS UPON CONSOLE            00008110
                   MOVE 100 TO RETURN-CODE                              00008120
                   STOP RUN                                             00008130
               END-IF                                                   00008140
               PERFORM PERF-READ-RETIRE-RPT                             00008150
               PERFORM PERF-COPY-ARCH-RPT UNTIL RRPT-EOF                00008160
               CLOSE RETIRE-RPT-FILE                                    00008170
               CLOSE ARCH-RPT-FILE                                      00008180
           END-IF.                                                      00008190
       PERF-READ-RETIRE-RPT.                                            00008200
           READ RETIRE-RPT-FILE                                         00008210
               AT END CONTINUE                                          00008220
           END-READ                                                     00008230
           IF NOT RRPT-OK AND NOT RRPT-EOF THEN                         00008240
               DISPLAY 'FIZZBUZZ RETIRED REPORT READ ERROR, STATUS='    00008250
                   WS-RRPT-STATUS UPON CONSOLE                          00008260
               MOVE 100 TO RETURN-CODE                                  00008270
               STOP RUN                                                 00008280
           END-IF.                                                      00008290
       PERF-COPY-ARCH-RPT.                                              00008300
           WRITE ARCH-RPT-LINE FROM RETIRE-RPT-LINE                     00008310
           IF NOT ARPT-OK THEN                                          00008320
               DISPLAY 'FIZZBUZZ ARCHIVE REPORT WRITE ERROR, STATUS='   00008330
                   WS-ARPT-STATUS UPON CONSOLE                          00008340
               MOVE 100 TO RETURN-CODE                                  00008350
               STOP RUN                                                 00008360
           END-IF                                                       00008370
           PERFORM PERF-READ-RETIRE-RPT.                                00008380
       PERF-ARCHIVE-EXTRACT.                                            00008390
           OPEN INPUT RETIRE-EXTR-FILE                                  00008400
           IF REXT-NOT-FOUND THEN                                       00008410
               MOVE 'N' TO WS-ARCHIVED-FLAG                             00008420
           ELSE                                                         00008430
               IF NOT REXT-OK THEN                                      00008440
                   DISPLAY 'FIZZBUZZ RETIRED EXTRACT OPEN ERROR, '      00008450
                       'STATUS=' WS-REXT-STATUS UPON CONSOLE            00008460
                   MOVE 104 TO RETURN-CODE                              00008470
                   STOP RUN                                             00008480
               END-IF                                                   00008490
               OPEN OUTPUT ARCH-EXTR-FILE                               00008500
               IF NOT AEXT-OK AND NOT AEXT-CREATED THEN                 00008510
                   DISPLAY 'FIZZBUZZ ARCHIVE EXTRACT OPEN ERROR, '      00008520
                       'STATUS=' WS-AEXT-STATUS UPON CONSOLE            00008530
                   MOVE 104 TO RETURN-CODE                              00008540
                   STOP RUN                                             00008550
               END-IF                                                   00008560
               PERFORM PERF-READ-RETIRE-EXTR                            00008570
               PERFORM PERF-COPY-ARCH-EXTR UNTIL REXT-EOF               00008580
               CLOSE RETIRE-EXTR-FILE                                   00008590
               CLOSE ARCH-EXTR-FILE                                     00008600
           END-IF.                                                      00008610
       PERF-READ-RETIRE-EXTR.                                           00008620
           READ RETIRE-EXTR-FILE                                        00008630
               AT END CONTINUE                                          00008640
           END-READ                                                     00008650
           IF NOT REXT-OK AND NOT REXT-EOF THEN                         00008660
               DISPLAY 'FIZZBUZZ RETIRED EXTRACT READ ERROR, STATUS='   00008670
                   WS-REXT-STATUS UPON CONSOLE                          00008680
               MOVE 104 TO RETURN-CODE                                  00008690
               STOP RUN                                                 00008700
           END-IF.                                                      00008710
       PERF-COPY-ARCH-EXTR.                                             00008720
           WRITE ARCH-EXTR-LINE FROM RETIRE-EXTR-LINE                   00008730
           IF NOT AEXT-OK THEN                                          00008740
               DISPLAY 'FIZZBUZZ ARCHIVE EXTRACT WRITE ERROR, STATUS='  00008750
                   WS-AEXT-STATUS UPON CONSOLE                          00008760
               MOVE 104 TO RETURN-CODE                                  00008770
               STOP RUN                                                 00008780
           END-IF                                                       00008790
           PERFORM PERF-READ-RETIRE-EXTR.                               00008800
       PERF-WRITE-ARCH-INDEX.                                           00008810
           OPEN EXTEND ARCHIVE-INDEX-FILE                               00008820
           IF NOT ARX-OK AND NOT ARX-CREATED THEN                       00008830
               DISPLAY 'FIZZBUZZ ARCHIVE INDEX OPEN ERROR, STATUS='     00008840
                   WS-ARX-STATUS UPON CONSOLE                           00008850
               MOVE 108 TO RETURN-CODE                                  00008860
               STOP RUN                                                 00008870
           END-IF                                                       00008880
           MOVE WS-CAT-GEN (WS-CAT-IX) TO ARX-CAT-GEN-NO                00008890
           MOVE WS-CAT-DATE (WS-CAT-IX) TO ARX-CAT-RUN-DATE             00008900
           MOVE WS-CAT-LO (WS-CAT-IX) TO ARX-CAT-RANGE-START            00008910
           MOVE WS-CAT-HI (WS-CAT-IX) TO ARX-CAT-RANGE-END              00008920
           MOVE WS-CAT-CNT (WS-CAT-IX) TO ARX-CAT-EXTR-COUNT            00008930
           WRITE ARX-CATALOG-RECORD                                     00008940
           IF NOT ARX-OK THEN                                           00008950
               DISPLAY 'FIZZBUZZ ARCHIVE INDEX WRITE ERROR, STATUS='    00008960
                   WS-ARX-STATUS UPON CONSOLE                           00008970
               MOVE 108 TO RETURN-CODE                                  00008980
               STOP RUN                                                 00008990
           END-IF                                                       00009000
           CLOSE ARCHIVE-INDEX-FILE.                                    00009010
       PERF-PACK-CATALOG.                                               00009020
           MOVE WS-CAT-ENTRY (WS-CAT-IX + WS-CAT-RETIRE)                00009030
               TO WS-CAT-ENTRY (WS-CAT-IX).                             00009040
       PERF-WRITE-RANGE-LINE.                                           00009050
           MOVE WS-CARD-NO TO WS-RNG-CARD                               00009060
           MOVE WS-RANGE-START TO WS-RNG-START                          00009070
           MOVE WS-RANGE-END TO WS-RNG-END                              00009080
           MOVE WS-DIVISOR-1 TO WS-RNG-DIV1                             00009090
           MOVE WS-DIVISOR-2 TO WS-RNG-DIV2                             00009100
           MOVE WS-DIVISOR-3 TO WS-RNG-DIV3                             00009110
           WRITE REPORT-LINE FROM WS-RANGE-LINE                         00009120
           PERFORM PERF-CHECK-RPT-STATUS                                00009130
           MOVE SPACES TO REPORT-LINE                                   00009140
           WRITE REPORT-LINE                                            00009150
           PERFORM PERF-CHECK-RPT-STATUS                                00009160
           ADD 2 TO WS-LINE-COUNT.                                      00009170
       PERF-SKIP-CARD.                                                  00009180
           DISPLAY 'FIZZBUZZ CARD ' WS-CARD-NO ' SKIPPED: '             00009190
               WS-BAD-PARM-MSG UPON CONSOLE                             00009200
           ADD 1 TO WS-CARDS-SKIPPED                                    00009210
           IF WS-CARDS-SKIPPED <= 50 THEN                               00009220
               MOVE WS-CARD-NO                                          00009230
                   TO WS-SKIP-CARD-NO (WS-CARDS-SKIPPED)                00009240
               MOVE WS-BAD-PARM-MSG                                     00009250
                   TO WS-SKIP-MSG (WS-CARDS-SKIPPED)                    00009260
           END-IF                                                       00009270
           MOVE 'S' TO WS-AUD-STATUS-X                                  00009280
           PERFORM PERF-WRITE-AUDIT                                     00009290
           MOVE RETURN-CODE TO WS-SUS-PARM-RC                           00009300
           MOVE WS-SUS-PARM-REASON TO WS-REJ-SUS-REASON                 00009310
           MOVE WS-BAD-PARM-MSG TO WS-REJ-SUS-REASON-TEXT               00009320
           MOVE WS-CARD-IMAGE (WS-DECK-IX) TO WS-REJ-SUS-IMAGE          00009330
           PERFORM PERF-WRITE-SUSPENSE.                                 00009340
      *                                                                 00009350
      * ONE AUDIT RECORD IS APPENDED PER PARAMETER CARD.  THE FILE IS   00009360
      * OPENED AND CLOSED AROUND EACH WRITE SO THE HISTORY SURVIVES A   00009370
      * LATER ABEND IN THE SAME EXECUTION.                              00009380
      *                                                                 00009390
       PERF-WRITE-AUDIT.                                                00009400
           OPEN EXTEND AUDIT-FILE                                       00009410
           IF NOT AUDT-OK AND NOT AUDT-CREATED THEN                     00009420
               DISPLAY 'FIZZBUZZ AUDIT FILE OPEN ERROR, STATUS='        00009430
                   WS-AUDT-STATUS UPON CONSOLE                          00009440
               MOVE 72 TO RETURN-CODE                                   00009450
               STOP RUN                                                 00009460
           END-IF                                                       00009470
           MOVE WS-AUD-STATUS-X TO FB-AUD-CARD-STATUS                   00009480
           MOVE WS-RUN-DATE TO FB-AUD-RUN-DATE                          00009490
           MOVE WS-PARM-CARD TO FB-AUD-PARM-CARD                        00009500
           IF FB-AUD-PROCESSED THEN                                     00009510
               MOVE WS-RANGE-START TO FB-AUD-RANGE-START                00009520
               MOVE WS-RANGE-END TO FB-AUD-RANGE-END                    00009530
               MOVE WS-DIVISOR-1 TO FB-AUD-DIVISOR-1                    00009540
               MOVE WS-DIVISOR-2 TO FB-AUD-DIVISOR-2                    00009550
               MOVE WS-DIVISOR-3 TO FB-AUD-DIVISOR-3                    00009560
               MOVE WS-RESTART-FLAG TO FB-AUD-RESTART-FLAG              00009570
               MOVE WS-TALLY-FIZZ TO FB-AUD-TALLY-FIZZ                  00009580
               MOVE WS-TALLY-BUZZ TO FB-AUD-TALLY-BUZZ                  00009590
               MOVE WS-TALLY-BAZZ TO FB-AUD-TALLY-BAZZ                  00009600
               MOVE WS-TALLY-FIZZBUZZ TO FB-AUD-TALLY-FIZZBUZZ          00009610
               MOVE WS-TALLY-FIZZBAZZ TO FB-AUD-TALLY-FIZZBAZZ          00009620
               MOVE WS-TALLY-BUZZBAZZ TO FB-AUD-TALLY-BUZZBAZZ          00009630
               MOVE WS-TALLY-FIZZBUZZBAZZ TO FB-AUD-TALLY-FIZZBUZZBAZZ  00009640
               MOVE WS-TALLY-PLAIN TO FB-AUD-TALLY-PLAIN                00009650
               MOVE WS-TALLY-OVERRIDE TO FB-AUD-TALLY-OVERRIDE          00009660
           ELSE                                                         00009670
               MOVE ZEROS TO FB-AUD-RANGE-START                         00009680
               MOVE ZEROS TO FB-AUD-RANGE-END                           00009690
               MOVE ZEROS TO FB-AUD-DIVISOR-1                           00009700
               MOVE ZEROS TO FB-AUD-DIVISOR-2                           00009710
               MOVE ZEROS TO FB-AUD-DIVISOR-3                           00009720
               MOVE 'N' TO FB-AUD-RESTART-FLAG                          00009730
               MOVE ZEROS TO FB-AUD-TALLIES                             00009740
           END-IF                                                       00009750
           MOVE RETURN-CODE TO FB-AUD-RETURN-CODE                       00009760
           WRITE FB-AUDIT-RECORD                                        00009770
           IF NOT AUDT-OK THEN                                          00009780
               DISPLAY 'FIZZBUZZ AUDIT FILE WRITE ERROR, STATUS='       00009790
                   WS-AUDT-STATUS UPON CONSOLE                          00009800
               MOVE 76 TO RETURN-CODE                                   00009810
               STOP RUN                                                 00009820
           END-IF                                                       00009830
           CLOSE AUDIT-FILE.                                            00009840
       PERF-ADD-JOB-TOTALS.                                             00009850
           ADD WS-TALLY-FIZZ TO WS-JOB-FIZZ                             00009860
           ADD WS-TALLY-BUZZ TO WS-JOB-BUZZ                             00009870
           ADD WS-TALLY-BAZZ TO WS-JOB-BAZZ                             00009880
           ADD WS-TALLY-FIZZBUZZ TO WS-JOB-FIZZBUZZ                     00009890
           ADD WS-TALLY-FIZZBAZZ TO WS-JOB-FIZZBAZZ                     00009900
           ADD WS-TALLY-BUZZBAZZ TO WS-JOB-BUZZBAZZ                     00009910
           ADD WS-TALLY-FIZZBUZZBAZZ TO WS-JOB-FIZZBUZZBAZZ             00009920
           ADD WS-TALLY-PLAIN TO WS-JOB-PLAIN                           00009930
           ADD WS-TALLY-OVERRIDE TO WS-JOB-OVERRIDE.                    00009940
       PERF-JOB-SUMMARY.                                                00009950
           PERFORM PERF-REPORT-HEADING                                  00009960
           MOVE 'JOB TOTALS - ALL RANGES' TO REPORT-LINE                00009970
           WRITE REPORT-LINE                                            00009980
           PERFORM PERF-CHECK-RPT-STATUS                                00009990
           MOVE 'FIZZ' TO WS-TRL-LABEL                                  00010000
           MOVE WS-JOB-FIZZ TO WS-TRL-COUNT                             00010010
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00010020
           PERFORM PERF-CHECK-RPT-STATUS                                00010030
           MOVE 'BUZZ' TO WS-TRL-LABEL                                  00010040
           MOVE WS-JOB-BUZZ TO WS-TRL-COUNT                             00010050
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00010060
           PERFORM PERF-CHECK-RPT-STATUS                                00010070
           MOVE 'BAZZ' TO WS-TRL-LABEL                                  00010080
           MOVE WS-JOB-BAZZ TO WS-TRL-COUNT                             00010090
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00010100
           PERFORM PERF-CHECK-RPT-STATUS                                00010110
           MOVE 'FIZZBUZZ' TO WS-TRL-LABEL                              00010120
           MOVE WS-JOB-FIZZBUZZ TO WS-TRL-COUNT                         00010130
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00010140
           PERFORM PERF-CHECK-RPT-STATUS                                00010150
           MOVE 'FIZZBAZZ' TO WS-TRL-LABEL                              00010160
           MOVE WS-JOB-FIZZBAZZ TO WS-TRL-COUNT                         00010170
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00010180
           PERFORM PERF-CHECK-RPT-STATUS                                00010190
           MOVE 'BUZZBAZZ' TO WS-TRL-LABEL                              00010200
           MOVE WS-JOB-BUZZBAZZ TO WS-TRL-COUNT                         00010210
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00010220
           PERFORM PERF-CHECK-RPT-STATUS                                00010230
           MOVE 'FIZZBUZZBAZZ' TO WS-TRL-LABEL                          00010240
           MOVE WS-JOB-FIZZBUZZBAZZ TO WS-TRL-COUNT                     00010250
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00010260
           PERFORM PERF-CHECK-RPT-STATUS                                00010270
           MOVE 'PLAIN' TO WS-TRL-LABEL                                 00010280
           MOVE WS-JOB-PLAIN TO WS-TRL-COUNT                            00010290
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00010300
           PERFORM PERF-CHECK-RPT-STATUS                                00010310
           MOVE 'OVERRIDE' TO WS-TRL-LABEL                              00010320
           MOVE WS-JOB-OVERRIDE TO WS-TRL-COUNT                         00010330
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00010340
           PERFORM PERF-CHECK-RPT-STATUS                                00010350
           MOVE SPACES TO REPORT-LINE                                   00010360
           WRITE REPORT-LINE                                            00010370
           PERFORM PERF-CHECK-RPT-STATUS                                00010380
           MOVE 'RANGES PROCESSED' TO WS-TRL-LABEL                      00010390
           MOVE WS-RANGES-DONE TO WS-TRL-COUNT                          00010400
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00010410
           PERFORM PERF-CHECK-RPT-STATUS                                00010420
           MOVE 'CARDS SKIPPED' TO WS-TRL-LABEL                         00010430
           MOVE WS-CARDS-SKIPPED TO WS-TRL-COUNT                        00010440
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00010450
           PERFORM PERF-CHECK-RPT-STATUS                                00010460
           IF WS-CARDS-SKIPPED > 0 THEN                                 00010470
               PERFORM PERF-WRITE-SKIP-LINE                             00010480
                   VARYING WS-SKIP-IX FROM 1 BY 1                       00010490
                   UNTIL WS-SKIP-IX > WS-CARDS-SKIPPED                  00010500
                   OR WS-SKIP-IX > 50                                   00010510
           END-IF.                                                      00010520
       PERF-WRITE-SKIP-LINE.                                            00010530
           MOVE WS-SKIP-CARD-NO (WS-SKIP-IX) TO WS-SKL-NO               00010540
           MOVE WS-SKIP-MSG (WS-SKIP-IX) TO WS-SKL-MSG                  00010550
           WRITE REPORT-LINE FROM WS-SKIP-LINE                          00010560
           PERFORM PERF-CHECK-RPT-STATUS.                               00010570
       PERF-VALIDATE-PARMS.                                             00010580
           MOVE 'Y' TO WS-VALIDATION-FLAG                               00010590
           IF WS-PARM-START IS NOT NUMERIC THEN                         00010600
               MOVE 'START PARAMETER IS NOT NUMERIC' TO WS-BAD-PARM-MSG 00010610
               MOVE 8 TO RETURN-CODE                                    00010620
               MOVE 'N' TO WS-VALIDATION-FLAG                           00010630
           ELSE                                                         00010640
               MOVE WS-PARM-START TO WS-RANGE-START                     00010650
           END-IF                                                       00010660
           IF PARMS-OK AND WS-PARM-END IS NOT NUMERIC THEN              00010670
               MOVE 'END PARAMETER IS NOT NUMERIC' TO WS-BAD-PARM-MSG   00010680
               MOVE 9 TO RETURN-CODE                                    00010690
               MOVE 'N' TO WS-VALIDATION-FLAG                           00010700
           END-IF                                                       00010710
           IF PARMS-OK THEN                                             00010720
               MOVE WS-PARM-END TO WS-RANGE-END                         00010730
           END-IF                                                       00010740
           IF PARMS-OK AND WS-PARM-DIV1 IS NOT NUMERIC THEN             00010750
               MOVE 'DIVISOR 1 PARAMETER IS NOT NUMERIC'                00010760
                   TO WS-BAD-PARM-MSG                                   00010770
               MOVE 10 TO RETURN-CODE                                   00010780
               MOVE 'N' TO WS-VALIDATION-FLAG                           00010790
           END-IF                                                       00010800
           IF PARMS-OK THEN                                             00010810
               MOVE WS-PARM-DIV1 TO WS-DIVISOR-1                        00010820
           END-IF                                                       00010830
           IF PARMS-OK AND WS-PARM-DIV2 IS NOT NUMERIC THEN             00010840
               MOVE 'DIVISOR 2 PARAMETER IS NOT NUMERIC'                00010850
                   TO WS-BAD-PARM-MSG                                   00010860
               MOVE 11 TO RETURN-CODE                                   00010870
               MOVE 'N' TO WS-VALIDATION-FLAG                           00010880
           END-IF                                                       00010890
           IF PARMS-OK THEN                                             00010900
               MOVE WS-PARM-DIV2 TO WS-DIVISOR-2                        00010910
           END-IF                                                       00010920
           IF PARMS-OK AND WS-PARM-DIV3 IS NOT NUMERIC THEN             00010930
               MOVE 'DIVISOR 3 PARAMETER IS NOT NUMERIC'                00010940
                   TO WS-BAD-PARM-MSG                                   00010950
               MOVE 12 TO RETURN-CODE                                   00010960
               MOVE 'N' TO WS-VALIDATION-FLAG                           00010970
           END-IF                                                       00010980
           IF PARMS-OK THEN                                             00010990
               MOVE WS-PARM-DIV3 TO WS-DIVISOR-3                        00011000
           END-IF                                                       00011010
           IF WS-PARM-RESUME = SPACE THEN                               00011020
               MOVE 'N' TO WS-PARM-RESUME                               00011030
           END-IF                                                       00011040
           IF PARMS-OK AND WS-PARM-RESUME NOT = 'Y'                     00011050
               AND WS-PARM-RESUME NOT = 'N' THEN                        00011060
               MOVE 'RESUME FLAG MUST BE Y OR N' TO WS-BAD-PARM-MSG     00011070
               MOVE 13 TO RETURN-CODE                                   00011080
               MOVE 'N' TO WS-VALIDATION-FLAG                           00011090
           END-IF                                                       00011100
           IF WS-PARM-RPTMODE = SPACE THEN                              00011110
               MOVE 'F' TO WS-PARM-RPTMODE                              00011120
           END-IF                                                       00011130
           IF PARMS-OK AND WS-PARM-RPTMODE NOT = 'F'                    00011140
               AND WS-PARM-RPTMODE NOT = 'S' THEN                       00011150
               MOVE 'REPORT MODE MUST BE F OR S' TO WS-BAD-PARM-MSG     00011160
               MOVE 14 TO RETURN-CODE                                   00011170
               MOVE 'N' TO WS-VALIDATION-FLAG                           00011180
           END-IF                                                       00011190
           IF PARMS-OK THEN                                             00011200
               MOVE WS-PARM-RPTMODE TO WS-RPT-MODE                      00011210
           END-IF                                                       00011220
           IF WS-PARM-SAMPLE = SPACES THEN                              00011230
               MOVE ZEROS TO WS-PARM-SAMPLE                             00011240
           END-IF                                                       00011250
           IF PARMS-OK AND WS-PARM-SAMPLE IS NOT NUMERIC THEN           00011260
               MOVE 'SAMPLE INTERVAL IS NOT NUMERIC'                    00011270
                   TO WS-BAD-PARM-MSG                                   00011280
               MOVE 15 TO RETURN-CODE                                   00011290
               MOVE 'N' TO WS-VALIDATION-FLAG                           00011300
           END-IF                                                       00011310
           IF PARMS-OK THEN                                             00011320
               MOVE WS-PARM-SAMPLE TO WS-SAMPLE-INTERVAL                00011330
           END-IF                                                       00011340
           IF PARMS-OK AND WS-PARM-PARTITION NOT = SPACES               00011350
               AND (WS-PARM-PARTITION IS NOT NUMERIC                    00011360
                    OR WS-PARM-PARTITION = '00') THEN                   00011370
               MOVE 'PARTITION NUMBER MUST BE 01-99'                    00011380
                   TO WS-BAD-PARM-MSG                                   00011390
               MOVE 17 TO RETURN-CODE                                   00011400
               MOVE 'N' TO WS-VALIDATION-FLAG                           00011410
           END-IF                                                       00011420
           IF PARMS-OK AND WS-RANGE-START > WS-RANGE-END THEN           00011430
               MOVE 'START PARAMETER EXCEEDS END PARAMETER'             00011440
                   TO WS-BAD-PARM-MSG                                   00011450
               MOVE 16 TO RETURN-CODE                                   00011460
               MOVE 'N' TO WS-VALIDATION-FLAG                           00011470
           END-IF                                                       00011480
           IF PARMS-OK                                                  00011490
               AND (WS-DIVISOR-1 = 0 OR WS-DIVISOR-2 = 0                00011500
                    OR WS-DIVISOR-3 = 0) THEN                           00011510
               MOVE 'A DIVISOR PARAMETER IS ZERO'                       00011520
                   TO WS-BAD-PARM-MSG                                   00011530
               MOVE 20 TO RETURN-CODE                                   00011540
               MOVE 'N' TO WS-VALIDATION-FLAG                           00011550
           END-IF.                                                      00011560
       PERF-CHECK-RESTART.                                              00011570
           MOVE 'N' TO WS-RESTART-FLAG                                  00011580
           IF RESUME-REQUESTED THEN                                     00011590
               OPEN INPUT CHECKPOINT-FILE                               00011600
               IF CKPT-FOUND                                            00011610
                   READ CHECKPOINT-FILE                                 00011620
                       AT END CONTINUE                                  00011630
                       NOT AT END                                       00011640
                           IF CKPT-RECORD IS NUMERIC                    00011650
                               MOVE CKPT-COUNTER TO WS-COUNTER          00011660
                               MOVE CKPT-TALLY-FIZZ TO WS-TALLY-FIZZ    00011670
                               MOVE CKPT-TALLY-BUZZ TO WS-TALLY-BUZZ    00011680
                               MOVE CKPT-TALLY-BAZZ TO WS-TALLY-BAZZ    00011690
                               MOVE CKPT-TALLY-FIZZBUZZ                 00011700
                                   TO WS-TALLY-FIZZBUZZ                 00011710
                               MOVE CKPT-TALLY-FIZZBAZZ                 00011720
                                   TO WS-TALLY-FIZZBAZZ                 00011730
                               MOVE CKPT-TALLY-BUZZBAZZ                 00011740
                                   TO WS-TALLY-BUZZBAZZ                 00011750
                               MOVE CKPT-TALLY-FIZZBUZZBAZZ             00011760
                                   TO WS-TALLY-FIZZBUZZBAZZ             00011770
                               MOVE CKPT-TALLY-PLAIN TO WS-TALLY-PLAIN  00011780
                               MOVE CKPT-TALLY-OVERRIDE                 00011790
                                   TO WS-TALLY-OVERRIDE                 00011800
                               MOVE CKPT-PAGE-NO TO WS-PAGE-NO          00011810
                               MOVE 'Y' TO WS-RESTART-FLAG              00011820
                           END-IF                                       00011830
                   END-READ                                             00011840
                   CLOSE CHECKPOINT-FILE                                00011850
               END-IF                                                   00011860
               IF RESTART-OCCURRED THEN                                 00011870
                   IF WS-COUNTER < WS-RANGE-START                       00011880
                       OR WS-COUNTER > WS-RANGE-END + 1 THEN            00011890
                       MOVE 'CHECKPOINT VALUE OUTSIDE REQUESTED RANGE'  00011900
                           TO WS-BAD-PARM-MSG                           00011910
                       MOVE 24 TO RETURN-CODE                           00011920
                       MOVE 'N' TO WS-VALIDATION-FLAG                   00011930
                   END-IF                                               00011940
               ELSE                                                     00011950
                   MOVE 'RESUME REQUESTED BUT NO USABLE CKPT'           00011960
                       TO WS-BAD-PARM-MSG                               00011970
                   MOVE 28 TO RETURN-CODE                               00011980
                   MOVE 'N' TO WS-VALIDATION-FLAG                       00011990
               END-IF                                                   00012000
           END-IF.                                                      00012010
       PERF-WRITE-CHECKPOINT.                                           00012020
           MOVE WS-COUNTER TO CKPT-COUNTER                              00012030
           MOVE WS-TALLY-FIZZ TO CKPT-TALLY-FIZZ                        00012040
           MOVE WS-TALLY-BUZZ TO CKPT-TALLY-BUZZ                        00012050
           MOVE WS-TALLY-BAZZ TO CKPT-TALLY-BAZZ                        00012060
           MOVE WS-TALLY-FIZZBUZZ TO CKPT-TALLY-FIZZBUZZ                00012070
           MOVE WS-TALLY-FIZZBAZZ TO CKPT-TALLY-FIZZBAZZ                00012080
           MOVE WS-TALLY-BUZZBAZZ TO CKPT-TALLY-BUZZBAZZ                00012090
           MOVE WS-TALLY-FIZZBUZZBAZZ TO CKPT-TALLY-FIZZBUZZBAZZ        00012100
           MOVE WS-TALLY-PLAIN TO CKPT-TALLY-PLAIN                      00012110
           MOVE WS-TALLY-OVERRIDE TO CKPT-TALLY-OVERRIDE                00012120
           MOVE WS-PAGE-NO TO CKPT-PAGE-NO                              00012130
           OPEN OUTPUT CHECKPOINT-FILE                                  00012140
           IF NOT CKPT-FOUND THEN                                       00012150
               DISPLAY 'FIZZBUZZ CHECKPOINT FILE OPEN ERROR, STATUS='   00012160
                   WS-CKPT-STATUS UPON CONSOLE                          00012170
               MOVE 44 TO RETURN-CODE                                   00012180
               STOP RUN                                                 00012190
           END-IF                                                       00012200
           WRITE CKPT-RECORD                                            00012210
           IF NOT CKPT-FOUND THEN                                       00012220
               DISPLAY 'FIZZBUZZ CHECKPOINT FILE WRITE ERROR, STATUS='  00012230
                   WS-CKPT-STATUS UPON CONSOLE                          00012240
               MOVE 48 TO RETURN-CODE                                   00012250
               STOP RUN                                                 00012260
           END-IF                                                       00012270
           CLOSE CHECKPOINT-FILE.                                       00012280
       PERF-CLEAR-CHECKPOINT.                                           00012290
           OPEN OUTPUT CHECKPOINT-FILE                                  00012300
           IF NOT CKPT-FOUND THEN                                       00012310
               DISPLAY 'FIZZBUZZ CHECKPOINT FILE OPEN ERROR, STATUS='   00012320
                   WS-CKPT-STATUS UPON CONSOLE                          00012330
               MOVE 52 TO RETURN-CODE                                   00012340
               STOP RUN                                                 00012350
           END-IF                                                       00012360
           CLOSE CHECKPOINT-FILE.                                       00012370
       0001-LOOP.                                                       00012380
           PERFORM PERF-CLASSIFY                                        00012390
           ADD 1 TO WS-COUNTER                                          00012400
           IF FUNCTION MOD(WS-COUNTER, 100) = 0 THEN                    00012410
               PERFORM PERF-WRITE-CHECKPOINT                            00012420
           END-IF.                                                      00012430
       PERF-CLASSIFY.                                                   00012440
           PERFORM PERF-FIZZ                                            00012450
           PERFORM PERF-BUZZ                                            00012460
           PERFORM PERF-BAZZ                                            00012470
           EVALUATE TRUE                                                00012480
               WHEN FIZZ-HIT AND BUZZ-HIT AND BAZZ-HIT                  00012490
                   MOVE FIZZBUZZBAZZ OF WS-STRINGS TO WS-EXTR-CODE      00012500
               WHEN FIZZ-HIT AND BUZZ-HIT                               00012510
                   MOVE FIZZBUZZ OF WS-STRINGS TO WS-EXTR-CODE          00012520
               WHEN FIZZ-HIT AND BAZZ-HIT                               00012530
                   MOVE FIZZBAZZ OF WS-STRINGS TO WS-EXTR-CODE          00012540
               WHEN BUZZ-HIT AND BAZZ-HIT                               00012550
                   MOVE BUZZBAZZ OF WS-STRINGS TO WS-EXTR-CODE          00012560
               WHEN FIZZ-HIT                                            00012570
                   MOVE FIZZ OF WS-STRINGS TO WS-EXTR-CODE              00012580
               WHEN BUZZ-HIT                                            00012590
                   MOVE BUZZ OF WS-STRINGS TO WS-EXTR-CODE              00012600
               WHEN BAZZ-HIT                                            00012610
                   MOVE BAZZ OF WS-STRINGS TO WS-EXTR-CODE              00012620
               WHEN OTHER                                               00012630
                   MOVE 'NONE' TO WS-EXTR-CODE                          00012640
           END-EVALUATE                                                 00012650
           PERFORM PERF-APPLY-OVERRIDE                                  00012660
           IF OVERRIDE-APPLIED THEN                                     00012670
               ADD 1 TO WS-TALLY-OVERRIDE                               00012680
               MOVE '*OVR*' TO WS-DTL-OVRD-FLAG                         00012690
               MOVE WS-EXTR-CODE TO WS-DTL-CLASS                        00012700
           ELSE                                                         00012710
               MOVE SPACES TO WS-DTL-OVRD-FLAG                          00012720
               PERFORM PERF-TALLY-CLASS                                 00012730
               IF WS-EXTR-CODE = 'NONE' THEN                            00012740
                   MOVE SPACES TO WS-DTL-CLASS                          00012750
               ELSE                                                     00012760
                   MOVE WS-EXTR-CODE TO WS-DTL-CLASS                    00012770
               END-IF                                                   00012780
           END-IF                                                       00012790
           PERFORM PERF-WRITE-DETAIL.                                   00012800
       PERF-TALLY-CLASS.                                                00012810
           EVALUATE WS-EXTR-CODE                                        00012820
               WHEN 'FIZZ'                                              00012830
                   ADD 1 TO WS-TALLY-FIZZ                               00012840
               WHEN 'BUZZ'                                              00012850
                   ADD 1 TO WS-TALLY-BUZZ                               00012860
               WHEN 'BAZZ'                                              00012870
                   ADD 1 TO WS-TALLY-BAZZ                               00012880
               WHEN 'FIZZBUZZ'                                          00012890
                   ADD 1 TO WS-TALLY-FIZZBUZZ                           00012900
               WHEN 'FIZZBAZZ'                                          00012910
                   ADD 1 TO WS-TALLY-FIZZBAZZ                           00012920
               WHEN 'BUZZBAZZ'                                          00012930
                   ADD 1 TO WS-TALLY-BUZZBAZZ                           00012940
               WHEN 'FIZZBUZZBAZZ'                                      00012950
                   ADD 1 TO WS-TALLY-FIZZBUZZBAZZ                       00012960
               WHEN OTHER                                               00012970
                   ADD 1 TO WS-TALLY-PLAIN                              00012980
           END-EVALUATE.                                                00012990
       PERF-APPLY-OVERRIDE.                                             00013000
           MOVE 'N' TO WS-OVERRIDE-FLAG                                 00013010
           IF WS-OVRD-COUNT > 0 THEN                                    00013020
               PERFORM PERF-SEARCH-OVERRIDE                             00013030
                   VARYING WS-OVRD-IX FROM 1 BY 1                       00013040
                   UNTIL WS-OVRD-IX > WS-OVRD-COUNT                     00013050
                   OR OVERRIDE-APPLIED                                  00013060
           END-IF                                                       00013070
           IF NOT OVERRIDE-APPLIED AND WS-RULE-COUNT > 0 THEN           00013080
               PERFORM PERF-SEARCH-RULE                                 00013090
                   VARYING WS-RULE-IX FROM 1 BY 1                       00013100
                   UNTIL WS-RULE-IX > WS-RULE-COUNT                     00013110
                   OR OVERRIDE-APPLIED                                  00013120
           END-IF.                                                      00013130
       PERF-SEARCH-OVERRIDE.                                            00013140
           IF WS-OVRD-SEQ (WS-OVRD-IX) = WS-COUNTER THEN                00013150
               MOVE WS-OVRD-CLASS (WS-OVRD-IX) TO WS-EXTR-CODE          00013160
               MOVE 'Y' TO WS-OVERRIDE-FLAG                             00013170
           END-IF.                                                      00013180
       PERF-SEARCH-RULE.                                                00013190
           IF WS-COUNTER >= WS-RULE-FROM (WS-RULE-IX)                   00013200
               AND WS-COUNTER <= WS-RULE-TO (WS-RULE-IX) THEN           00013210
               MOVE WS-RULE-CLASS (WS-RULE-IX) TO WS-EXTR-CODE          00013220
               MOVE 'Y' TO WS-OVERRIDE-FLAG                             00013230
           END-IF.                                                      00013240
       PERF-LOAD-OVERRIDES.                                             00013250
           MOVE 0 TO WS-OVRD-COUNT                                      00013260
           OPEN INPUT OVERRIDE-FILE                                     00013270
           IF OVRD-NOT-FOUND THEN                                       00013280
               CONTINUE                                                 00013290
           ELSE                                                         00013300
               IF NOT OVRD-OK THEN                                      00013310
                   DISPLAY 'FIZZBUZZ OVERRIDE FILE OPEN ERROR, STATUS=' 00013320
                       WS-OVRD-STATUS UPON CONSOLE                      00013330
                   MOVE 60 TO RETURN-CODE                               00013340
                   STOP RUN                                             00013350
               END-IF                                                   00013360
               PERFORM PERF-LOAD-OVERRIDE-REC                           00013370
               PERFORM PERF-STORE-OVERRIDE UNTIL OVRD-EOF               00013380
               CLOSE OVERRIDE-FILE                                      00013390
           END-IF.                                                      00013400
       PERF-LOAD-OVERRIDE-REC.                                          00013410
           READ OVERRIDE-FILE                                           00013420
               AT END CONTINUE                                          00013430
           END-READ                                                     00013440
           IF NOT OVRD-OK AND NOT OVRD-EOF THEN                         00013450
               DISPLAY 'FIZZBUZZ OVERRIDE FILE READ ERROR, STATUS='     00013460
                   WS-OVRD-STATUS UPON CONSOLE                          00013470
               MOVE 64 TO RETURN-CODE                                   00013480
               STOP RUN                                                 00013490
           END-IF.                                                      00013500
       PERF-STORE-OVERRIDE.                                             00013510
           IF FB-OVRD-SEQ-NO IS NOT NUMERIC                             00013520
               OR FB-OVRD-CLASS-CODE = SPACES THEN                      00013530
               DISPLAY 'FIZZBUZZ OVERRIDE RECORD INVALID, IGNORED: '    00013540
                   FB-OVERRIDE-RECORD UPON CONSOLE                      00013550
               PERFORM PERF-SUSPEND-OVERRIDE                            00013560
           ELSE                                                         00013570
               IF WS-OVRD-COUNT >= WS-OVRD-LIMIT THEN                   00013580
                   DISPLAY 'FIZZBUZZ OVERRIDE TABLE FULL, LIMIT='       00013590
                       WS-OVRD-LIMIT UPON CONSOLE                       00013600
                   MOVE 68 TO RETURN-CODE                               00013610
                   STOP RUN                                             00013620
               END-IF                                                   00013630
               ADD 1 TO WS-OVRD-COUNT                                   00013640
               MOVE FB-OVRD-SEQ-NO TO WS-OVRD-SEQ (WS-OVRD-COUNT)       00013650
               MOVE FB-OVRD-CLASS-CODE                                  00013660
                   TO WS-OVRD-CLASS (WS-OVRD-COUNT)                     00013670
           END-IF                                                       00013680
           PERFORM PERF-LOAD-OVERRIDE-REC.                              00013690
      *                                                                 00013700
      * AN INVALID OVERRIDE RECORD STAYS ON THE OVERRIDE FILE UNTIL IT  00013710
      * IS CORRECTED, SO IT IS SUSPENDED ONLY WHEN THE SUSPENSE FILE    00013720
      * DOES NOT ALREADY HOLD AN OPEN ENTRY FOR THE SAME IMAGE.         00013730
      *                                                                 00013740
       PERF-SUSPEND-OVERRIDE.                                           00013750
           MOVE 'N' TO WS-SUS-SEEN-FLAG                                 00013760
           IF WS-SUS-OVRD-COUNT > 0 THEN                                00013770
               PERFORM PERF-SEARCH-SUS-OVRD                             00013780
                   VARYING WS-SUS-OVRD-IX FROM 1 BY 1                   00013790
                   UNTIL WS-SUS-OVRD-IX > WS-SUS-OVRD-COUNT             00013800
                   OR SUS-ALREADY-OPEN                                  00013810
           END-IF                                                       00013820
           IF NOT SUS-ALREADY-OPEN THEN                                 00013830
               MOVE 'OVRD' TO WS-REJ-SUS-REASON                         00013840
               MOVE 'OVERRIDE RECORD INVALID' TO WS-REJ-SUS-REASON-TEXT 00013850
               MOVE FB-OVERRIDE-RECORD TO WS-REJ-SUS-IMAGE              00013860
               PERFORM PERF-WRITE-SUSPENSE                              00013870
               MOVE FB-OVERRIDE-RECORD TO WS-SUS-OVRD-WORK              00013880
               PERFORM PERF-NOTE-SUS-OVRD                               00013890
           END-IF.                                                      00013900
       PERF-SEARCH-SUS-OVRD.                                            00013910
           IF WS-SUS-OVRD-IMAGE (WS-SUS-OVRD-IX)                        00013920
               = FB-OVERRIDE-RECORD THEN                                00013930
               MOVE 'Y' TO WS-SUS-SEEN-FLAG                             00013940
           END-IF.                                                      00013950
       PERF-NOTE-SUS-OVRD.                                              00013960
           IF WS-SUS-OVRD-COUNT < WS-SUS-OVRD-LIMIT THEN                00013970
               ADD 1 TO WS-SUS-OVRD-COUNT                               00013980
               MOVE WS-SUS-OVRD-WORK                                    00013990
                   TO WS-SUS-OVRD-IMAGE (WS-SUS-OVRD-COUNT)             00014000
           END-IF.                                                      00014010
      *                                                                 00014020
      * THE OPEN OVERRIDE ENTRIES ALREADY ON THE SUSPENSE FILE ARE      00014030
      * NOTED BEFORE THE OVERRIDE FILE IS LOADED.  AN ENTRY BEYOND THE  00014040
      * TABLE LIMIT IS SIMPLY NOT NOTED AND MAY BE SUSPENDED AGAIN.     00014050
      *                                                                 00014060
       PERF-LOAD-SUSPENSE.                                              00014070
           MOVE 0 TO WS-SUS-OVRD-COUNT                                  00014080
           OPEN INPUT SUSPENSE-FILE                                     00014090
           IF NOT SUS-OK AND NOT SUS-CREATED THEN                       00014100
               DISPLAY 'FIZZBUZZ SUSPENSE FILE OPEN ERROR, STATUS='     00014110
                   WS-SUS-STATUS UPON CONSOLE                           00014120
               MOVE 124 TO RETURN-CODE                                  00014130
               STOP RUN                                                 00014140
           END-IF                                                       00014150
           PERFORM PERF-READ-SUSPENSE                                   00014160
           PERFORM PERF-SCAN-SUSPENSE UNTIL SUS-EOF                     00014170
           CLOSE SUSPENSE-FILE.                                         00014180
       PERF-READ-SUSPENSE.                                              00014190
           READ SUSPENSE-FILE                                           00014200
               AT END CONTINUE                                          00014210
           END-READ                                                     00014220
           IF NOT SUS-OK AND NOT SUS-EOF THEN                           00014230
               DISPLAY 'FIZZBUZZ SUSPENSE FILE READ ERROR, STATUS='     00014240
                   WS-SUS-STATUS UPON CONSOLE                           00014250
               MOVE 128 TO RETURN-CODE                                  00014260
               STOP RUN                                                 00014270
           END-IF.                                                      00014280
       PERF-SCAN-SUSPENSE.                                              00014290
           IF FB-SUS-PROGRAM = 'FIZZBUZZ'                               00014300
               AND FB-SUS-BAD-OVERRIDE                                  00014310
               AND FB-SUS-OPEN THEN                                     00014320
               MOVE FB-SUS-IMAGE TO WS-SUS-OVRD-WORK                    00014330
               PERFORM PERF-NOTE-SUS-OVRD                               00014340
           END-IF                                                       00014350
           PERFORM PERF-READ-SUSPENSE.                                  00014360
      *                                                                 00014370
      * ONE SUSPENSE RECORD IS APPENDED PER REJECTED INPUT RECORD,      00014380
      * OPENED AND CLOSED AROUND EACH WRITE LIKE THE AUDIT FILE.  THE   00014390
      * CALLER SETS THE REASON, REASON TEXT, AND RECORD IMAGE IN THE    00014400
      * WORKING COPY OF THE RECORD.                                     00014410
      *                                                                 00014420
       PERF-WRITE-SUSPENSE.                                             00014430
           OPEN EXTEND SUSPENSE-FILE                                    00014440
           IF NOT SUS-OK AND NOT SUS-CREATED THEN                       00014450
               DISPLAY 'FIZZBUZZ SUSPENSE FILE OPEN ERROR, STATUS='     00014460
                   WS-SUS-STATUS UPON CONSOLE                           00014470
               MOVE 124 TO RETURN-CODE                                  00014480
               STOP RUN                                                 00014490
           END-IF                                                       00014500
           MOVE 'FIZZBUZZ' TO WS-REJ-SUS-PROGRAM                        00014510
           MOVE WS-RUN-DATE-N TO WS-REJ-SUS-RUN-DATE                    00014520
           MOVE 'O' TO WS-REJ-SUS-STATUS                                00014530
           MOVE ZEROS TO WS-REJ-SUS-RESOLVED-DATE                       00014540
           MOVE SPACES TO WS-REJ-SUS-TARGET                             00014550
           WRITE FB-SUSPENSE-RECORD FROM WS-REJ-SUSPENSE-RECORD         00014560
           IF NOT SUS-OK THEN                                           00014570
               DISPLAY 'FIZZBUZZ SUSPENSE FILE WRITE ERROR, STATUS='    00014580
                   WS-SUS-STATUS UPON CONSOLE                           00014590
               MOVE 132 TO RETURN-CODE                                  00014600
               STOP RUN                                                 00014610
           END-IF                                                       00014620
           CLOSE SUSPENSE-FILE.                                         00014630
      *                                                                 00014640
      * ONLY RANGE RULES IN EFFECT ON TODAY'S RUN DATE ARE LOADED, SO   00014650
      * A RULE NOT YET EFFECTIVE OR ALREADY EXPIRED NEVER TOUCHES THE   00014660
      * RUN AND DOES NOT TAKE UP A TABLE ENTRY.                         00014670
      *                                                                 00014680
       PERF-LOAD-RULES.                                                 00014690
           MOVE 0 TO WS-RULE-COUNT                                      00014700
           OPEN INPUT RULE-FILE                                         00014710
           IF RULE-NOT-FOUND THEN                                       00014720
               CONTINUE                                                 00014730
           ELSE                                                         00014740
               IF NOT RULE-OK THEN                                      00014750
                   DISPLAY 'FIZZBUZZ RULE FILE OPEN ERROR, STATUS='     00014760
                       WS-RULE-STATUS UPON CONSOLE                      00014770
                   MOVE 112 TO RETURN-CODE                              00014780
                   STOP RUN                                             00014790
               END-IF                                                   00014800
               PERFORM PERF-LOAD-RULE-REC                               00014810
               PERFORM PERF-STORE-RULE UNTIL RULE-EOF                   00014820
               CLOSE RULE-FILE                                          00014830
               IF WS-RULE-IDLE-COUNT > 0 THEN                           00014840
                   DISPLAY 'FIZZBUZZ RULES NOT IN EFFECT, IGNORED: '    00014850
                       WS-RULE-IDLE-COUNT UPON CONSOLE                  00014860
               END-IF                                                   00014870
           END-IF.                                                      00014880
       PERF-LOAD-RULE-REC.                                              00014890
           READ RULE-FILE                                               00014900
               AT END CONTINUE                                          00014910
           END-READ                                                     00014920
           IF NOT RULE-OK AND NOT RULE-EOF THEN                         00014930
               DISPLAY 'FIZZBUZZ RULE FILE READ ERROR, STATUS='         00014940
                   WS-RULE-STATUS UPON CONSOLE                          00014950
               MOVE 116 TO RETURN-CODE                                  00014960
               STOP RUN                                                 00014970
           END-IF.                                                      00014980
       PERF-STORE-RULE.                                                 00014990
           EVALUATE TRUE                                                00015000
               WHEN FB-RULE-FROM-SEQ IS NOT NUMERIC                     00015010
               OR FB-RULE-TO-SEQ IS NOT NUMERIC                         00015020
               OR FB-RULE-EFF-DATE IS NOT NUMERIC                       00015030
               OR FB-RULE-EXP-DATE IS NOT NUMERIC                       00015040
               OR FB-RULE-CLASS-CODE = SPACES                           00015050
                   DISPLAY 'FIZZBUZZ RULE RECORD INVALID, IGNORED: '    00015060
                       FB-OVERRIDE-RULE UPON CONSOLE                    00015070
               WHEN FB-RULE-FROM-SEQ > FB-RULE-TO-SEQ                   00015080
               OR FB-RULE-EFF-DATE > FB-RULE-EXP-DATE                   00015090
                   DISPLAY 'FIZZBUZZ RULE RECORD INVALID, IGNORED: '    00015100
                       FB-OVERRIDE-RULE UPON CONSOLE                    00015110
               WHEN WS-RUN-DATE-N < FB-RULE-EFF-DATE                    00015120
               OR WS-RUN-DATE-N > FB-RULE-EXP-DATE                      00015130
                   ADD 1 TO WS-RULE-IDLE-COUNT                          00015140
               WHEN OTHER                                               00015150
                   IF WS-RULE-COUNT >= WS-RULE-LIMIT THEN               00015160
                       DISPLAY 'FIZZBUZZ RULE TABLE FULL, LIMIT='       00015170
                           WS-RULE-LIMIT UPON CONSOLE                   00015180
                       MOVE 120 TO RETURN-CODE                          00015190
                       STOP RUN                                         00015200
                   END-IF                                               00015210
                   ADD 1 TO WS-RULE-COUNT                               00015220
                   MOVE FB-RULE-FROM-SEQ TO WS-RULE-FROM (WS-RULE-COUNT)00015230
                   MOVE FB-RULE-TO-SEQ TO WS-RULE-TO (WS-RULE-COUNT)    00015240
                   MOVE FB-RULE-CLASS-CODE                              00015250
                       TO WS-RULE-CLASS (WS-RULE-COUNT)                 00015260
           END-EVALUATE                                                 00015270
           PERFORM PERF-LOAD-RULE-REC.                                  00015280
       PERF-FIZZ.                                                       00015290
           DIVIDE WS-DIVISOR-1 INTO WS-COUNTER GIVING WS-Q              00015300
               REMAINDER WS-R                                           00015310
           IF WS-R = 0 THEN                                             00015320
               MOVE 'Y' TO WS-FIZZ-FLAG                                 00015330
           ELSE                                                         00015340
               MOVE 'N' TO WS-FIZZ-FLAG                                 00015350
           END-IF.                                                      00015360
       PERF-BUZZ.                                                       00015370
           DIVIDE WS-DIVISOR-2 INTO WS-COUNTER GIVING WS-Q              00015380
               REMAINDER WS-R                                           00015390
           IF WS-R = 0 THEN                                             00015400
               MOVE 'Y' TO WS-BUZZ-FLAG                                 00015410
           ELSE                                                         00015420
               MOVE 'N' TO WS-BUZZ-FLAG                                 00015430
           END-IF.                                                      00015440
       PERF-BAZZ.                                                       00015450
           DIVIDE WS-DIVISOR-3 INTO WS-COUNTER GIVING WS-Q              00015460
               REMAINDER WS-R                                           00015470
           IF WS-R = 0 THEN                                             00015480
               MOVE 'Y' TO WS-BAZZ-FLAG                                 00015490
           ELSE                                                         00015500
               MOVE 'N' TO WS-BAZZ-FLAG                                 00015510
           END-IF.                                                      00015520
       PERF-CHECK-RPT-STATUS.                                           00015530
           IF NOT RPT-OK THEN                                           00015540
               DISPLAY 'FIZZBUZZ REPORT FILE WRITE ERROR, STATUS='      00015550
                   WS-RPT-STATUS UPON CONSOLE                           00015560
               MOVE 56 TO RETURN-CODE                                   00015570
               STOP RUN                                                 00015580
           END-IF.                                                      00015590
       PERF-REPORT-HEADING.                                             00015600
           MOVE WS-RUN-MM TO WS-HDG-MM                                  00015610
           MOVE WS-RUN-DD TO WS-HDG-DD                                  00015620
           MOVE WS-RUN-CCYY TO WS-HDG-CCYY                              00015630
           MOVE WS-PAGE-NO TO WS-HDG-PAGE                               00015640
           WRITE REPORT-LINE FROM WS-HEADING-1                          00015650
           PERFORM PERF-CHECK-RPT-STATUS                                00015660
           WRITE REPORT-LINE FROM WS-HEADING-2                          00015670
           PERFORM PERF-CHECK-RPT-STATUS                                00015680
           MOVE SPACES TO REPORT-LINE                                   00015690
           WRITE REPORT-LINE                                            00015700
           PERFORM PERF-CHECK-RPT-STATUS                                00015710
           MOVE 0 TO WS-LINE-COUNT                                      00015720
           ADD 1 TO WS-PAGE-NO.                                         00015730
      *                                                                 00015740
      * IN SUMMARY MODE (REPORT MODE S IN COLUMN 37 OF THE PARAMETER    00015750
      * CARD) THE PER-NUMBER REPORT LINES ARE SUPPRESSED AND ONLY THE   00015760
      * RANGE LINE, CONTROL TOTALS, AND TRAILER PRINT, WITH EVERY NTH   00015770
      * DETAIL AS A SPOT-CHECK SAMPLE WHEN COLUMNS 38-44 GIVE AN        00015780
      * INTERVAL.  THE EXTRACT ALWAYS KEEPS FULL DETAIL FOR THE LABEL   00015790
      * AND LOAD STEPS.                                                 00015800
      *                                                                 00015810
       PERF-WRITE-DETAIL.                                               00015820
           IF SUMMARY-MODE THEN                                         00015830
               IF WS-SAMPLE-INTERVAL > 0                                00015840
                   AND FUNCTION MOD(WS-COUNTER, WS-SAMPLE-INTERVAL)     00015850
                       = 0 THEN                                         00015860
                   PERFORM PERF-WRITE-DETAIL-LINE                       00015870
               END-IF                                                   00015880
           ELSE                                                         00015890
               PERFORM PERF-WRITE-DETAIL-LINE                           00015900
           END-IF                                                       00015910
           PERFORM PERF-WRITE-EXTRACT.                                  00015920
       PERF-WRITE-DETAIL-LINE.                                          00015930
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE                        00015940
               PERFORM PERF-REPORT-HEADING                              00015950
           END-IF                                                       00015960
           MOVE WS-COUNTER TO WS-DTL-COUNTER                            00015970
           WRITE REPORT-LINE FROM WS-DETAIL-LINE                        00015980
           PERFORM PERF-CHECK-RPT-STATUS                                00015990
           ADD 1 TO WS-LINE-COUNT.                                      00016000
       PERF-WRITE-EXTRACT.                                              00016010
           MOVE WS-COUNTER TO FB-EXTR-SEQ-NO                            00016020
           MOVE WS-EXTR-CODE TO FB-EXTR-CLASS-CODE                      00016030
           MOVE WS-OVERRIDE-FLAG TO FB-EXTR-OVRD-FLAG                   00016040
           WRITE FB-EXTRACT-RECORD                                      00016050
           PERFORM PERF-CHECK-EXTR-STATUS.                              00016060
       PERF-CHECK-EXTR-STATUS.                                          00016070
           IF NOT EXTR-OK THEN                                          00016080
               DISPLAY 'FIZZBUZZ EXTRACT FILE WRITE ERROR, STATUS='     00016090
                   WS-EXTR-STATUS UPON CONSOLE                          00016100
               MOVE 40 TO RETURN-CODE                                   00016110
               STOP RUN                                                 00016120
           END-IF.                                                      00016130
       PERF-WRITE-EXTR-HEADER.                                          00016140
           MOVE SPACES TO FB-EXTRACT-HEADER                             00016150
           MOVE 'FBHDR' TO FB-HDR-REC-ID                                00016160
           MOVE WS-RUN-DATE TO FB-HDR-RUN-DATE                          00016170
           MOVE WS-RANGE-START TO FB-HDR-RANGE-START                    00016180
           MOVE WS-RANGE-END TO FB-HDR-RANGE-END                        00016190
           MOVE WS-DIVISOR-1 TO FB-HDR-DIVISOR-1                        00016200
           MOVE WS-DIVISOR-2 TO FB-HDR-DIVISOR-2                        00016210
           MOVE WS-DIVISOR-3 TO FB-HDR-DIVISOR-3                        00016220
           WRITE FB-EXTRACT-HEADER                                      00016230
           PERFORM PERF-CHECK-EXTR-STATUS.                              00016240
       PERF-WRITE-EXTR-TRAILER.                                         00016250
           MOVE SPACES TO FB-EXTRACT-TRAILER                            00016260
           MOVE 'FBTRL' TO FB-TRL-REC-ID                                00016270
           COMPUTE FB-TRL-DETAIL-COUNT =                                00016280
               WS-TALLY-FIZZ + WS-TALLY-BUZZ + WS-TALLY-BAZZ            00016290
               + WS-TALLY-FIZZBUZZ + WS-TALLY-FIZZBAZZ                  00016300
               + WS-TALLY-BUZZBAZZ + WS-TALLY-FIZZBUZZBAZZ              00016310
               + WS-TALLY-PLAIN + WS-TALLY-OVERRIDE                     00016320
           MOVE WS-TALLY-FIZZ TO FB-TRL-TALLY-FIZZ                      00016330
           MOVE WS-TALLY-BUZZ TO FB-TRL-TALLY-BUZZ                      00016340
           MOVE WS-TALLY-BAZZ TO FB-TRL-TALLY-BAZZ                      00016350
           MOVE WS-TALLY-FIZZBUZZ TO FB-TRL-TALLY-FIZZBUZZ              00016360
           MOVE WS-TALLY-FIZZBAZZ TO FB-TRL-TALLY-FIZZBAZZ              00016370
           MOVE WS-TALLY-BUZZBAZZ TO FB-TRL-TALLY-BUZZBAZZ              00016380
           MOVE WS-TALLY-FIZZBUZZBAZZ TO FB-TRL-TALLY-FIZZBUZZBAZZ      00016390
           MOVE WS-TALLY-PLAIN TO FB-TRL-TALLY-PLAIN                    00016400
           MOVE WS-TALLY-OVERRIDE TO FB-TRL-TALLY-OVERRIDE              00016410
           WRITE FB-EXTRACT-TRAILER                                     00016420
           PERFORM PERF-CHECK-EXTR-STATUS.                              00016430
       PERF-REPORT-TRAILER.                                             00016440
           MOVE SPACES TO REPORT-LINE                                   00016450
           WRITE REPORT-LINE                                            00016460
           PERFORM PERF-CHECK-RPT-STATUS                                00016470
           MOVE SPACES TO REPORT-LINE                                   00016480
           MOVE 'CONTROL TOTALS' TO REPORT-LINE                         00016490
           WRITE REPORT-LINE                                            00016500
           PERFORM PERF-CHECK-RPT-STATUS                                00016510
           MOVE 'FIZZ' TO WS-TRL-LABEL                                  00016520
           MOVE WS-TALLY-FIZZ TO WS-TRL-COUNT                           00016530
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00016540
           PERFORM PERF-CHECK-RPT-STATUS                                00016550
           MOVE 'BUZZ' TO WS-TRL-LABEL                                  00016560
           MOVE WS-TALLY-BUZZ TO WS-TRL-COUNT                           00016570
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00016580
           PERFORM PERF-CHECK-RPT-STATUS                                00016590
           MOVE 'BAZZ' TO WS-TRL-LABEL                                  00016600
           MOVE WS-TALLY-BAZZ TO WS-TRL-COUNT                           00016610
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00016620
           PERFORM PERF-CHECK-RPT-STATUS                                00016630
           MOVE 'FIZZBUZZ' TO WS-TRL-LABEL                              00016640
           MOVE WS-TALLY-FIZZBUZZ TO WS-TRL-COUNT                       00016650
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00016660
           PERFORM PERF-CHECK-RPT-STATUS                                00016670
           MOVE 'FIZZBAZZ' TO WS-TRL-LABEL                              00016680
           MOVE WS-TALLY-FIZZBAZZ TO WS-TRL-COUNT                       00016690
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00016700
           PERFORM PERF-CHECK-RPT-STATUS                                00016710
           MOVE 'BUZZBAZZ' TO WS-TRL-LABEL                              00016720
           MOVE WS-TALLY-BUZZBAZZ TO WS-TRL-COUNT                       00016730
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00016740
           PERFORM PERF-CHECK-RPT-STATUS                                00016750
           MOVE 'FIZZBUZZBAZZ' TO WS-TRL-LABEL                          00016760
           MOVE WS-TALLY-FIZZBUZZBAZZ TO WS-TRL-COUNT                   00016770
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00016780
           PERFORM PERF-CHECK-RPT-STATUS                                00016790
           MOVE 'PLAIN' TO WS-TRL-LABEL                                 00016800
           MOVE WS-TALLY-PLAIN TO WS-TRL-COUNT                          00016810
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00016820
           PERFORM PERF-CHECK-RPT-STATUS                                00016830
           MOVE 'OVERRIDE' TO WS-TRL-LABEL                              00016840
           MOVE WS-TALLY-OVERRIDE TO WS-TRL-COUNT                       00016850
           WRITE REPORT-LINE FROM WS-TRAILER-LINE                       00016860
           PERFORM PERF-CHECK-RPT-STATUS.                               00016870
