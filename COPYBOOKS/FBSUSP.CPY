      *                                                                 00000010
      * FBSUSP - COMMON REJECT AND SUSPENSE RECORD LAYOUT               00000020
      * ONE RECORD PER INPUT RECORD REJECTED ANYWHERE IN THE JOB        00000030
      * STREAM, APPENDED TO THE SHARED SUSPENSE FILE SO NOTHING IS      00000040
      * LOST BETWEEN A REJECTION AND ITS FIX.  THE RECORD CARRIES THE   00000050
      * PROGRAM THAT REJECTED THE INPUT, THE RUN DATE (CCYYMMDD), A     00000060
      * REASON CODE WITH ITS TEXT, AND THE ORIGINAL RECORD IMAGE.       00000070
      * ENTRIES ARE NUMBERED BY THEIR POSITION ON THE FILE, WHICH IS    00000080
      * ONLY EVER APPENDED TO OR REWRITTEN IN PLACE BY FBREDRV, SO THE  00000090
      * ENTRY NUMBER SHOWN BY FBSUSRPT IS THE ONE A RE-DRIVE CARD       00000100
      * NAMES.  REASON CODES:                                           00000110
      *   FIZZBUZZ OVRD  OVERRIDE RECORD INVALID      -> OVMTFILE       00000120
      *   FIZZBUZZ PNNN  PARAMETER CARD SKIPPED       -> PARMFILE       00000130
      *                  NNN IS THE SKIP RETURN CODE:                   00000140
      *                  P008 THRU P020 CARD INVALID                    00000150
      *                  P024 CHECKPOINT OUTSIDE THE RANGE              00000160
      *                  P028 RESUME WITH NO USABLE CHECKPOINT          00000170
      *   FBLOAD   NOHD  DETAIL BEFORE ANY HEADER     -> DMNDFILE       00000180
      *   FBDEMAND DMND  REQUEST NOT A 7-DIGIT NUMBER -> DMNDFILE       00000190
      *   FBRESTOR BKUP  BACKUP SEQUENCE NOT NUMERIC  -> DMNDFILE       00000200
      * THE ARROW NAMES THE INPUT FBREDRV SENDS THE CORRECTED IMAGE     00000210
      * BACK TO: OVMTFILE IS AN ADD TRANSACTION DECK FOR FBOVRMNT,      00000220
      * PARMFILE A PARAMETER DECK FOR THE CLASSIFIER, AND DMNDFILE THE  00000230
      * ON-DEMAND REQUEST FILE READ BY FBDEMAND.  AN ENTRY IS OPEN      00000240
      * UNTIL FBREDRV RE-DRIVES OR WRITES IT OFF, WHEN THE STATUS,      00000250
      * RESOLVED DATE, AND TARGET ARE SET.                              00000260
      *                                                                 00000270
       01  FB-SUSPENSE-RECORD.                                          00000280
            05 FB-SUS-PROGRAM PIC X(8).                                 00000290
            05 FB-SUS-RUN-DATE PIC 9(8).                                00000300
            05 FB-SUS-REASON PIC X(4).                                  00000310
               88 FB-SUS-BAD-OVERRIDE VALUE 'OVRD'.                     00000320
               88 FB-SUS-NO-HEADER VALUE 'NOHD'.                        00000330
               88 FB-SUS-BAD-DEMAND VALUE 'DMND'.                       00000340
               88 FB-SUS-BAD-BACKUP VALUE 'BKUP'.                       00000350
            05 FB-SUS-REASON-TEXT PIC X(40).                            00000360
            05 FB-SUS-STATUS PIC X.                                     00000370
               88 FB-SUS-OPEN VALUE 'O'.                                00000380
               88 FB-SUS-REDRIVEN VALUE 'R'.                            00000390
               88 FB-SUS-WRITTEN-OFF VALUE 'W'.                         00000400
            05 FB-SUS-RESOLVED-DATE PIC 9(8).                           00000410
            05 FB-SUS-TARGET PIC X(8).                                  00000420
            05 FB-SUS-IMAGE PIC X(80).                                  00000430
